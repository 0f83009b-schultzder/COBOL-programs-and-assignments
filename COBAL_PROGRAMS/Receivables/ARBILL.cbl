      * period's charges and payments spelled out, and the open
      * balance - and prints the current/30/60/90 aging report that
      * says who to chase. Payments age off the oldest charges
      * first. A returned check NSFCHECK charged back (type "N")
      * prints as RET CHK and ages like any other charge. A payment
      * is not posted while today's month is closed through
      * PERIODMNT; PERIODCHK logs the attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 AGD-BALANCE                     PIC -ZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

      * Files

       01 WS-FILES.
               DISPLAY "ZERO PAYMENT - NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           MOVE WS-RUN-DATE TO PC-POST-DATE
           MOVE "ARBILL" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR PC-DETAIL
           STRING "PAYMENT CLIENT " DELIMITED BY SIZE
               WS-ONE-CLIENT-KEY DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-RUN-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           MOVE ZEROS TO WS-BALANCE
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT
                   AND WS-AR-DATE (WS-AR-SUB) NOT < WS-FROM-DATE
                   AND WS-AR-DATE (WS-AR-SUB) NOT > WS-TO-DATE
                   MOVE WS-AR-DATE (WS-AR-SUB) TO STD-DATE
                   EVALUATE WS-AR-TYPE (WS-AR-SUB)
                       WHEN "P"
                           MOVE "PAYMENT" TO STD-TYPE
                       WHEN "N"
                           MOVE "RET CHK" TO STD-TYPE
                       WHEN OTHER
                           MOVE "CHARGE" TO STD-TYPE
                   END-EVALUATE
                   MOVE WS-AR-INVOICE (WS-AR-SUB) TO STD-INVOICE
                   MOVE WS-AR-AMOUNT (WS-AR-SUB) TO STD-AMOUNT
                   WRITE STATEMENT-RECORD FROM ST-DETAIL
