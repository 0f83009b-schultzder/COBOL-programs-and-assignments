       Date-Compiled. TBD.
      ******************************************************************
      * Card settlement reconciliation. Totals the registers' card
      * takings per day off the daily sales summary (once per
      * invoice, voided invoices netted out, the way ZREPORT nets
      * them) and matches each day against the processor's
      * settlement file (date and settled amount per line). Days
      * that do not balance are listed with the difference; register
      * days the processor never settled, and settlement lines for
      *
      * Processor file layout (CardSettlement.txt): settlement date
      * YYYYMMDD, settled amount 9(8)V99.
      *
      * Each run also appends the first and last register day it
      * reconciled to the month-end close step log (see copybooks/
      * CLOSESTP.cpy); PERIODMNT will not close a month with a
      * trading day no reconciliation covered.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the processor's settlement file.

               ASSIGN TO UT-SYS-RECONRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the month-end close step log.

       SELECT CLOSE-STEP-FILE
               ASSIGN TO UT-SYS-CLOSESTEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSESTEP-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the processor's settlement file.

           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * File description for the month-end close step log.

       FD  CLOSE-STEP-FILE.
           COPY CLOSESTP.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-SET-EOF                      PIC XXX VALUE "NO".
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-SETTLE-STATUS                PIC XX.
          05 WS-CLOSESTEP-STATUS             PIC XX.
          05 WS-FIRST-DAY                    PIC 9(8).
          05 WS-LAST-DAY                     PIC 9(8).
          05 WS-DAY-SUB                      PIC 999.
          05 WS-DAY-SUB2                     PIC 999.
          05 WS-DIFFERENCE                   PIC S9(9)V99.
             10 WS-DAY-CARD-TOTAL            PIC 9(8)V99.
             10 WS-DAY-MATCHED               PIC XXX.

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Report lines.

      * Files

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-SETTLE                   PIC X(60)
          VALUE "C:\COBOL\CardSettlement.txt".
          05 UT-SYS-RECONRPT                 PIC X(60)
          VALUE "C:\COBOL\CardRecon.txt".
          05 UT-SYS-CLOSESTEP                PIC X(60)
          VALUE "C:\COBOL\CloseSteps.txt".

      * Start of procedure division

      * TICKS THE PROCESSOR'S FILE OFF AGAINST THEM.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 100-READY-SUMMARY THRU 100-EXIT
           PERFORM 200-LOAD-CARD-DAYS THRU 200-EXIT
           OPEN OUTPUT RECON-REPORT-FILE
           ACCEPT CRH-DATE FROM DATE YYYYMMDD
           WRITE REPORT-RECORD FROM CR-TRAILER
            AFTER ADVANCING 2 LINES
           CLOSE RECON-REPORT-FILE
           PERFORM 800-LOG-CLOSE-STEP THRU 800-EXIT
           DISPLAY "CARD RECONCILIATION WRITTEN - DAYS OUT OF "
               "BALANCE: " WS-UNBALANCED-COUNT
       STOP RUN.

      ******************************************************************
      * 100-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO TODAY. A SUMMARY THAT IS BEING REBUILT, CANNOT BE WRITTEN,
      * OR DOES NOT BALANCE ENDS THE RUN WITH NO RECONCILIATION.
      ******************************************************************
       100-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "CARDRECO" TO SB-PROGRAM
           ACCEPT SB-NEEDED-DATE FROM DATE YYYYMMDD
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE RECONCILIATION AGAIN SHORTLY"
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
      * 200-LOAD-CARD-DAYS ROLLS EACH STANDING INVOICE'S CARD TENDER
      * OFF THE DAILY SALES SUMMARY INTO ITS DAY'S TOTAL.
      ******************************************************************
       200-LOAD-CARD-DAYS.
           IF SB-RESULT = "N"
               DISPLAY "NO INVOICE HISTORY ON FILE"
               GO TO 200-EXIT
           END-IF
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS NOT = "00"
               DISPLAY "NO DAILY SALES SUMMARY ON FILE - STATUS "
                   WS-SUMFILE-STATUS
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-SUMMARY THRU 210-EXIT
               UNTIL WS-SUM-EOF = "YES"
           CLOSE DAILY-SALES-FILE.
       200-EXIT.

       210-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
               NOT AT END
                   IF SUM-INVOICE
                       AND NOT SUM-VOIDED
                       AND SUM-PAY-CARD-AMT > ZEROS
                       PERFORM 220-POST-CARD-DAY THRU 220-EXIT
                   END-IF
           END-READ.
       210-EXIT.

       220-POST-CARD-DAY.
           MOVE ZEROS TO WS-DAY-SUB
           PERFORM VARYING WS-DAY-SUB2 FROM 1 BY 1
               UNTIL WS-DAY-SUB2 > WS-DAY-COUNT
               IF WS-DAY-DATE (WS-DAY-SUB2) = SUM-INVOICE-DATE
                   MOVE WS-DAY-SUB2 TO WS-DAY-SUB
               END-IF
           END-PERFORM
           IF WS-DAY-SUB = ZEROS AND WS-DAY-COUNT < 400
               ADD 1 TO WS-DAY-COUNT
               SET DAY-IDX TO WS-DAY-COUNT
               MOVE SUM-INVOICE-DATE TO WS-DAY-DATE (DAY-IDX)
               MOVE ZEROS TO WS-DAY-CARD-TOTAL (DAY-IDX)
               MOVE "NO" TO WS-DAY-MATCHED (DAY-IDX)
               MOVE WS-DAY-COUNT TO WS-DAY-SUB
           END-IF
           IF WS-DAY-SUB > ZEROS
               ADD SUM-PAY-CARD-AMT
                   TO WS-DAY-CARD-TOTAL (WS-DAY-SUB)
           END-IF.
       220-EXIT.
               END-IF
           END-PERFORM.
       600-EXIT.

      ******************************************************************
      * 800-LOG-CLOSE-STEP APPENDS THE FIRST AND LAST REGISTER DAY
      * THIS RUN RECONCILED TO THE MONTH-END CLOSE STEP LOG.
      ******************************************************************
       800-LOG-CLOSE-STEP.
           IF WS-DAY-COUNT = ZEROS
               GO TO 800-EXIT
           END-IF
           MOVE WS-DAY-DATE (1) TO WS-FIRST-DAY WS-LAST-DAY
           PERFORM VARYING WS-DAY-SUB FROM 2 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-DATE (WS-DAY-SUB) < WS-FIRST-DAY
                   MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-FIRST-DAY
               END-IF
               IF WS-DAY-DATE (WS-DAY-SUB) > WS-LAST-DAY
                   MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-LAST-DAY
               END-IF
           END-PERFORM
           OPEN EXTEND CLOSE-STEP-FILE
           IF WS-CLOSESTEP-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-STEP-FILE
           END-IF
           MOVE "CARDRECON" TO CLS-PROGRAM
           MOVE WS-FIRST-DAY TO CLS-FROM-DATE
           MOVE WS-LAST-DAY TO CLS-TO-DATE
           ACCEPT CLS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CLS-RUN-TIME FROM TIME
           WRITE CLS-RECORD
           CLOSE CLOSE-STEP-FILE.
       800-EXIT.
