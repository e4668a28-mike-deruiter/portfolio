                10  SU-SALE-PRICE           PIC X(05).
                10  SU-ACQ-DATE             PIC X(08).
                10  SU-ACQ-COST             PIC X(05).
                10  SU-LOCATION             PIC X(06).
                10  SU-LOSS-TYPE            PIC X(01).
