                AT END MOVE "Y" TO EOF-ARCHIVE-SW.

       OC5000-EXTRACT-DISPOSAL.
      *> A lost tape fetched nothing; it reaches the insurer as a
      *> claim, not as a disposal.
            IF AR-SALE-DATE(1:4) = WS-CD-YYYY
                    AND AR-SALE-PRICE IS NUMERIC
                    AND NOT AR-LOSS
                PERFORM OC6000-WRITE-DISPOSAL
            END-IF.

