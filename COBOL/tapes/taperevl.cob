      *> Image of the record before the appraisal hit it, for the
      *> audit journal - the revaluation walks the same path a "C"
      *> transaction does so the valuation history holds together.
       01  WS-BEFORE-IMAGE                  PIC X(75) VALUE SPACES.

       01  WS-RULES.
            05  WS-RULE-COUNT               PIC 9(02) VALUE ZERO.
