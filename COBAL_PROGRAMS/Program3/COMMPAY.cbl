      * earnings) pays nothing and carries forward, noted on the
      * register. The history file is append-only - one line per
      * payment with its date - so a disputed check months later is
      * traced by reading it straight down. A run dated in a month
      * closed through PERIODMNT pays nothing (PERIODCHK logs the
      * attempt) and ends with return code 1.
      *
      * Payment-history file layout (24 bytes per line):
      *  1  -  8  payment date (YYYYMMDD)
          05 RAM-AMOUNT                      PIC -$$$,$$$,$$9.99.
          05                                 PIC X(43) VALUE SPACES.

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

      * Files

       01 WS-FILES.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 020-CHECK-PERIOD THRU 020-EXIT
           PERFORM 100-LOAD-YTD-MASTER THRU 100-EXIT
           IF WS-SP-COUNT = ZEROS
               DISPLAY "NO YTD COMMISSION MASTER ON FILE"
               " CARRIED " WS-CARRIED-COUNT
       STOP RUN.

      ******************************************************************
      * 020-CHECK-PERIOD ASKS PERIODCHK WHETHER THE PAYMENT DATE'S
      * MONTH IS STILL OPEN. A CLOSED MONTH ENDS THE RUN.
      ******************************************************************
       020-CHECK-PERIOD.
           MOVE WS-TODAY TO PC-POST-DATE
           MOVE "COMMPAY" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR
           MOVE "COMMISSION PAYMENT RUN" TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-TODAY " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

      ******************************************************************
      * 100-LOAD-YTD-MASTER READS PROGRAM3'S YTD COMMISSION MASTER
      * INTO THE SALESPERSON TABLE.
