      * copybooks/INVVOID.cpy), the override audit log (OVERAUD.cpy),
      * and the stored-value log (SVLOG.cpy) - and accumulates per
      * operator: void count and voided dollars (crossed back to the
      * daily sales summary for the amounts), override count and granted
      * dollars, and store-credit issue count and dollars. Operators
      * over any keyed threshold land on the exception listing, and
      * an operator who BOTH voided and issued credit in the range
      * is flagged whatever the thresholds say - that pairing is the
      * pattern none of the single-log reports could see. Escheat
      * entries SVDORMNT writes when a dormant card goes to the state
      * are not register redemptions and are left out.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVLOG-STATUS.

      * Select statement for the daily sales summary, read to price
      * the voided invoices.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the printed exception listing.

       FD  STORED-VALUE-LOG.
           COPY SVLOG.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the printed exception listing.

          05 WS-VOID-EOF                     PIC XXX VALUE "NO".
          05 WS-OVR-EOF                      PIC XXX VALUE "NO".
          05 WS-SVL-EOF                      PIC XXX VALUE "NO".
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-OVRAUDIT-STATUS              PIC XX.
          05 WS-SVLOG-STATUS                 PIC XX.
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-TO-DATE                      PIC 9(8).
          05 WS-MAX-VOIDS                    PIC 999.
          05 WS-WORK-OP-ID                   PIC X(4).

      * Voided invoices in range, with the operator who took the
      * void, so the summary pass can price them.

       01 WS-VOID-TABLE.
          05 WS-VD-COUNT                     PIC 999 VALUE 0.
          05 LPD-REASONS                     PIC X(40).
          05                                 PIC X(18) VALUE SPACES.

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Files

       01 WS-FILES.
          VALUE "C:\COBOL\OverrideAudit.txt".
          05 UT-SYS-SVLOG                    PIC X(60)
          VALUE "C:\COBOL\StoredValueLog.txt".
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-LPRPT                    PIC X(60)
          VALUE "C:\COBOL\LossPrevention.txt".


      ******************************************************************
      * 000-MAIN-MODULE TAKES THE RANGE AND THRESHOLDS, READS THE
      * THREE LOGS AND THE SUMMARY, AND PRINTS THE EXCEPTIONS.
      ******************************************************************
       000-MAIN-MODULE.
           DISPLAY "ENTER FROM DATE (YYYYMMDD)"
               NOT AT END
                   IF SVL-DATE NOT < WS-FROM-DATE
                       AND SVL-DATE NOT > WS-TO-DATE
                       AND NOT SVL-ESCHEAT
                       MOVE SVL-OPERATOR-ID TO WS-WORK-OP-ID
                       PERFORM 500-FIND-OR-ADD-OP THRU 500-EXIT
                       IF SVL-ACTION = "ISSUE"
       310-EXIT.

      ******************************************************************
      * 400-PRICE-VOIDS READS THE DAILY SALES SUMMARY ONCE AND ADDS
      * EACH VOIDED INVOICE'S TOTAL TO THE VOIDING OPERATOR'S DOLLARS.
      ******************************************************************
       400-PRICE-VOIDS.
           IF WS-VD-COUNT = 0
               GO TO 400-EXIT
           END-IF
           PERFORM 405-READY-SUMMARY THRU 405-EXIT
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF
           PERFORM 410-READ-SUMMARY THRU 410-EXIT
               UNTIL WS-SUM-EOF = "YES"
           CLOSE DAILY-SALES-FILE.
       400-EXIT.

      * SUMBUILD brings the summary up to the end of the range first.
      * A summary that is being rebuilt, cannot be written, or does
      * not balance ends the run rather than print voided dollars
      * that may be short.

       405-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "LOSSPREV" TO SB-PROGRAM
           MOVE WS-TO-DATE TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE MONITOR AGAIN SHORTLY"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN "F"
                   DISPLAY "DAILY SALES SUMMARY COULD NOT BE WRITTEN"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN "X"
                   DISPLAY "DAILY SALES SUMMARY OUT OF BALANCE WITH "
                       "THE INVOICE HISTORY - RUN DAYSUM FOR THE PROOF"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       405-EXIT.

       410-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
               NOT AT END
                   IF SUM-INVOICE
                       PERFORM 420-PRICE-VOID THRU 420-EXIT
                           VARYING WS-VD-SUB FROM 1 BY 1
                           UNTIL WS-VD-SUB > WS-VD-COUNT
                   END-IF
           END-READ.
       410-EXIT.

       420-PRICE-VOID.
           IF WS-VD-INVOICE (WS-VD-SUB) = SUM-INVOICE-NUMBER
               AND WS-VD-PRICED (WS-VD-SUB) = "NO"
               MOVE "YES" TO WS-VD-PRICED (WS-VD-SUB)
               MOVE WS-VD-OPERATOR (WS-VD-SUB) TO WS-WORK-OP-ID
               PERFORM 500-FIND-OR-ADD-OP THRU 500-EXIT
               ADD SUM-INVOICE-TOTAL
                   TO WS-OPT-VOID-DOLLARS (WS-OP-SUB)
           END-IF.
       420-EXIT.

      ******************************************************************
      * 500-FIND-OR-ADD-OP SETS WS-OP-SUB TO WS-WORK-OP-ID'S TABLE
      * ENTRY, OPENING ONE WHEN THE OPERATOR IS NEW TO THE RANGE.
