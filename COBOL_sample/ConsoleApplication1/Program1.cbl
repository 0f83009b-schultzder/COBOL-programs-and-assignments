      * of accounts with their last balances, transfers post to both
      * accounts in one session, and the mini-statement shows each
      * account's ending balance plus the combined total.
      * The day's store deposits and the card settlements are posted
      * into the log by the DEPOSIT close-out step (memos STORE
      * DEPOSIT and CARD SETTLEMENT), so the reconciliation matches
      * them like any other deposit; its outstanding-items report
      * lists every deposit still not on the statement more than
      * three days after it was posted as a deposit in transit.
      *
      * Input file:  CHECKBOOK-LOG (optional -- prior balance/history)
      *                                                                *
           05 WV-OUT-WD       PIC 9(5)V99.
           05 WV-MATCH-SUB    PIC 999.
           05 WV-PICK-SUB     PIC 999.
           05 WV-LAST-STMT-DATE PIC 9(8) VALUE 0.
           05 WV-DEP-DATE     PIC 9(8).
           05 WV-DAYS-OUT     PIC S9(5).
           05 WV-TRANSIT-COUNT PIC 999 VALUE 0.
           05 WV-TRANSIT-TOTAL PIC 9(5)V99 VALUE 0.
           05 WS-BANKSTMT-STATUS PIC XX.
           05 WS-STMT-EOF     PIC XXX VALUE "NO".
           05 WS-LOG-EOF      PIC XXX VALUE "NO".
               AT END
                   MOVE "YES" TO WS-STMT-EOF
               NOT AT END
                   IF BS-DATE NUMERIC
                       AND BS-DATE > WV-LAST-STMT-DATE
                       MOVE BS-DATE TO WV-LAST-STMT-DATE
                   END-IF
                   PERFORM 730-AUTO-MATCH THRU 730-EXIT
                   IF WV-MATCH-SUB = 0
                       PERFORM 740-MANUAL-MATCH THRU 740-EXIT
               END-IF
           END-PERFORM

           PERFORM 790-DEPOSITS-IN-TRANSIT THRU 790-EXIT

      * Adjusted balance: statement balance plus deposits the bank
      * has not seen, less withdrawals it has not seen. A zero
      * difference against the register means the book is right.
                   "THE BOOK IS RIGHT"
           ELSE
               DISPLAY "DIFFERENCE AFTER RECONCILIATION: " WO-DIFF
           END-IF
           IF WV-TRANSIT-COUNT > 0
               DISPLAY WV-TRANSIT-COUNT " DEPOSIT(S) IN TRANSIT OVER "
                   "3 DAYS - SEE THE REPORT"
           END-IF.
       780-EXIT.

      ******************************************************************
      * 790-DEPOSITS-IN-TRANSIT LISTS EVERY UNCLEARED DEPOSIT ON THE
      * ACCOUNT POSTED MORE THAN THREE DAYS BEFORE THE LAST STATEMENT
      * DATE (TODAY WHEN THE STATEMENT CARRIED NO DATES) - MONEY THE
      * BANK SHOULD HAVE SHOWN BY NOW.
      ******************************************************************
       790-DEPOSITS-IN-TRANSIT.
           IF WV-LAST-STMT-DATE = ZEROS
               MOVE WV-TODAY TO WV-LAST-STMT-DATE
           END-IF
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "DEPOSITS IN TRANSIT OVER 3 DAYS" TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM 795-CHECK-ONE-DEPOSIT THRU 795-EXIT
               VARYING LOG-IDX FROM 1 BY 1
               UNTIL LOG-IDX > WS-LOG-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD
           IF WV-TRANSIT-COUNT = 0
               MOVE "  NONE" TO RECON-REPORT-RECORD
           ELSE
               MOVE WV-TRANSIT-TOTAL TO WO-DEP-TOTAL
               STRING "  TOTAL IN TRANSIT " DELIMITED BY SIZE
                   WO-DEP-TOTAL DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RECON-REPORT-RECORD.
       790-EXIT.

       795-CHECK-ONE-DEPOSIT.
           IF WS-LOG-ACCT (LOG-IDX) NOT = WV-ACCT-NO
               OR WS-LOG-CLEARED (LOG-IDX) = "C"
               OR WS-LOG-CLEARED (LOG-IDX) = "V"
               GO TO 795-EXIT
           END-IF
           IF WS-LOG-TYPE (LOG-IDX) NOT = "D"
               AND WS-LOG-TYPE (LOG-IDX) NOT = "d"
               GO TO 795-EXIT
           END-IF
           IF WS-LOG-DATE (LOG-IDX) NOT NUMERIC
               GO TO 795-EXIT
           END-IF
           MOVE WS-LOG-DATE (LOG-IDX) TO WV-DEP-DATE
           IF WV-DEP-DATE = ZEROS
               GO TO 795-EXIT
           END-IF
           COMPUTE WV-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (WV-LAST-STMT-DATE)
               - FUNCTION INTEGER-OF-DATE (WV-DEP-DATE)
           IF WV-DAYS-OUT NOT > 3
               GO TO 795-EXIT
           END-IF
           ADD 1 TO WV-TRANSIT-COUNT
           ADD WS-LOG-AMT (LOG-IDX) TO WV-TRANSIT-TOTAL
           MOVE SPACES TO RECON-REPORT-RECORD
           MOVE WS-LOG-AMT (LOG-IDX) TO WO-ITEM-AMT
           STRING "  " DELIMITED BY SIZE
               WV-DEP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WO-ITEM-AMT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOG-MEMO (LOG-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOG-PAYEE (LOG-IDX) DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD.
       795-EXIT.

      ******************************************************************
      * 900-END-OF-SESSION (040) PRINTS A MINI-STATEMENT SUMMARIZING
      * THIS SESSION'S DEPOSITS AND WITHDRAWALS, THEN CLOSES THE LOG.
