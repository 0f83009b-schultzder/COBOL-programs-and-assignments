      * with its start and end dates; the master price on the
      * inventory file is never touched and the promo switches itself
      * off when the window closes.
      *
      * MARKDOWN appends its accepted aged-stock markdowns to the same
      * file, so it holds more windows than the flyers alone ever
      * did - the table here, like the registers', takes 500.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-PROMO-TABLE.
          05 WS-PRM-COUNT                    PIC 999 VALUE 0.
          05 WS-PRM-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-PRM-COUNT
               INDEXED BY PRM-IDX.
             10 WS-PRM-CODE                  PIC X(10).
               AT END
                   MOVE "YES" TO WS-PROMO-EOF
               NOT AT END
                   IF WS-PRM-COUNT < 500
                       ADD 1 TO WS-PRM-COUNT
                       SET PRM-IDX TO WS-PRM-COUNT
                       MOVE PR-ITEM-CODE TO WS-PRM-CODE (PRM-IDX)
               DISPLAY "END BEFORE START - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           IF WS-PRM-COUNT >= 500
               DISPLAY "PROMOTIONS FILE IS FULL - NOT ADDED"
               GO TO 400-EXIT
           END-IF
