       Date-Written. 9/2/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Sales performance by operator. Reads the daily sales summary
      * (every invoice carries SUM-OPERATOR-ID) up to a keyed
      * as-of date and reports, per operator: invoice count, bike
      * units, gross sales, and discount rate for the day, the last
      * seven days, and the month to date - matched against the
      * monthly goals file (operator ID, month YYYYMM, goal dollars)
      * with percent-to-goal. The commission spreadsheet retires.
      * The summary carries each invoice once with its bike units
      * already counted; invoices it marks voided are not netted
      * here - this is a selling-effort report, not a till balance.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the monthly goals file.

       DATA DIVISION.
       FILE SECTION.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the monthly goals file.

          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-GOALS-EOF                    PIC XXX VALUE "NO".
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-GOALS-STATUS                 PIC XX.
          05 WS-OPERATOR-STATUS              PIC XX.
          05 WS-ASOF-DATE                    PIC 9(8).
          05 WS-LINE-INT                     PIC 9(8).
          05 WS-LINE-MONTH                   PIC 9(6).
          05 WS-DAY-DIFF                     PIC S9(5).
          05 WS-OP-SUB                       PIC 99.
          05 WS-OP-SUB2                      PIC 99.
          05 WS-OP-FOUND                     PIC XXX.
          05 PFD-GOAL-PCT                    PIC ZZZ9.9.
          05                                 PIC X(14) VALUE SPACES.

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-GOALS                    PIC X(60)
          VALUE "C:\COBOL\OperatorGoals.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE TAKES THE AS-OF DATE, SCANS THE SUMMARY, AND
      * PRINTS THE PER-OPERATOR PERFORMANCE REPORT.
      ******************************************************************
       000-MAIN-MODULE.
           COMPUTE WS-ASOF-MONTH = WS-ASOF-DATE / 100
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE)
           PERFORM 100-READY-SUMMARY THRU 100-EXIT
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS NOT = "00"
               DISPLAY "NO DAILY SALES SUMMARY ON FILE - STATUS "
                   WS-SUMFILE-STATUS
               MOVE "YES" TO WS-EOF-FLAG
           END-IF
           IF SB-RESULT = "N"
               DISPLAY "NO INVOICE HISTORY ON FILE"
           END-IF
           PERFORM 400-READ-REC UNTIL WS-EOF-FLAG = "YES"
           IF WS-SUMFILE-STATUS = "00"
               CLOSE DAILY-SALES-FILE
           END-IF
           PERFORM 500-LOAD-GOALS THRU 500-EXIT
           PERFORM 550-LOAD-OPERATOR-NAMES THRU 550-EXIT
       STOP RUN.

      ******************************************************************
      * 100-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO THE AS-OF DATE. A SUMMARY THAT IS BEING REBUILT, CANNOT BE
      * WRITTEN, OR DOES NOT BALANCE ENDS THE RUN WITH NO REPORT.
      ******************************************************************
       100-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "OPERSALE" TO SB-PROGRAM
           MOVE WS-ASOF-DATE TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE REPORT AGAIN SHORTLY"
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
       100-EXIT.

      ******************************************************************
      * 400-READ-REC ROLLS EVERY IN-MONTH INVOICE ON THE SUMMARY INTO
      * ITS OPERATOR'S BUCKETS.
      ******************************************************************
       400-READ-REC.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   COMPUTE WS-LINE-MONTH = SUM-INVOICE-DATE / 100
                   IF SUM-INVOICE
                       AND WS-LINE-MONTH = WS-ASOF-MONTH
                       AND SUM-INVOICE-DATE NOT > WS-ASOF-DATE
                       PERFORM 410-POST-LINE THRU 410-EXIT
                   END-IF
           END-READ.
           IF WS-OP-SUB = ZEROS
               GO TO 410-EXIT
           END-IF
           ADD SUM-BIKE-UNITS TO WS-OPT-MTD-UNITS (WS-OP-SUB)
           ADD 1 TO WS-OPT-MTD-INV (WS-OP-SUB)
           ADD SUM-INVOICE-TOTAL TO WS-OPT-MTD-GROSS (WS-OP-SUB)
           ADD SUM-DISCOUNT-SUM TO WS-OPT-MTD-DISC (WS-OP-SUB)
           COMPUTE WS-LINE-INT =
               FUNCTION INTEGER-OF-DATE (SUM-INVOICE-DATE)
           COMPUTE WS-DAY-DIFF = WS-ASOF-INT - WS-LINE-INT
           IF WS-DAY-DIFF < 7
               ADD 1 TO WS-OPT-WTD-INV (WS-OP-SUB)
               ADD SUM-INVOICE-TOTAL
                   TO WS-OPT-WTD-GROSS (WS-OP-SUB)
           END-IF
           IF WS-DAY-DIFF = ZEROS
               ADD 1 TO WS-OPT-DAY-INV (WS-OP-SUB)
               ADD SUM-INVOICE-TOTAL
                   TO WS-OPT-DAY-GROSS (WS-OP-SUB)
           END-IF.
       410-EXIT.
           MOVE "NO" TO WS-OP-FOUND
           PERFORM VARYING WS-OP-SUB2 FROM 1 BY 1
               UNTIL WS-OP-SUB2 > WS-OP-COUNT
               IF WS-OPT-ID (WS-OP-SUB2) = SUM-OPERATOR-ID
                   MOVE WS-OP-SUB2 TO WS-OP-SUB
                   MOVE "YES" TO WS-OP-FOUND
               END-IF
           IF WS-OP-FOUND = "NO" AND WS-OP-COUNT < 50
               ADD 1 TO WS-OP-COUNT
               SET OP-IDX TO WS-OP-COUNT
               MOVE SUM-OPERATOR-ID TO WS-OPT-ID (OP-IDX)
               MOVE SPACES TO WS-OPT-NAME (OP-IDX)
               MOVE ZEROS TO WS-OPT-DAY-INV (OP-IDX)
                   WS-OPT-DAY-GROSS (OP-IDX)
