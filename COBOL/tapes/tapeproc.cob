            READ IP-ARCHIVE
                AT END MOVE "Y" TO EOF-ARCHIVE-SW
                NOT AT END
                    IF NOT AR-LOSS
                        PERFORM OV2100-RELEASE-SALE
                    END-IF
            END-READ.

       OV2100-RELEASE-SALE.
      *> Lost tapes share the archive but were never sold; their
      *> value is followed on CLAIMS.DAT, not as proceeds.
            MOVE AR-SALE-DATE   TO SW-ARC-SALE-DATE.
            MOVE AR-ARTIST      TO SW-ARC-ARTIST.
            MOVE AR-TITLE       TO SW-ARC-TITLE.
            MOVE AR-VALUE       TO SW-ARC-VALUE.
            MOVE AR-SALE-PRICE  TO SW-ARC-SALE-PRICE.

      *> Archive rows cut before cost was carried have spaces here;
      *> falling back to the carried value keeps their TRUE GAIN
      *> column honest about what is actually known.
            IF AR-ACQ-COST IS NUMERIC
                MOVE AR-ACQ-COST TO SW-ARC-ACQ-COST
            ELSE
                MOVE AR-VALUE    TO SW-ARC-ACQ-COST
            END-IF.

            RELEASE SW-ARCHIVE-REC.

       OA1000-MAINLINE.
            PERFORM OB1000-SETUP.
