      * sections, each flagged when it does not balance:
      *
      * 1. BANKING - the registers' cash+check+card takings for the
      *    date (from the daily sales summary, voided invoices
      *    netted out the way ZREPORT nets them) against the checkbook
      *    deposits keyed that date across all accounts.
      * 2. STORED VALUE - the live StoredValue.dat balance total
      *    against a full replay of StoredValueLog.txt (issues less
      *    (original total less received must equal the open
      *    balance), with the movement keyed to the date shown.
      *
      * Since the DEPOSIT close-out step posts the deposits itself,
      * section 1 proves what that step banks: the registers' cash
      * and checks with voids netted and the day's cash refunds
      * taken back out, against the date's checkbook deposits less
      * the card settlements DEPOSIT posts on their own settlement
      * dates. The card takings still print for context; CARDRECON
      * proves them against the processor.
      *
      * A true day-over-day net-change proof needs yesterday's file
      * snapshots, which nothing keeps; the replay and internal
      * proofs above catch the same drift without them.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the invoice line return log.

       SELECT INVOICE-RETURN-FILE
               ASSIGN TO UT-SYS-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      * Select statement for the checkbook log.

       DATA DIVISION.
       FILE SECTION.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the checkbook log - must stay in step
      * with CBL-LOG-RECORD in SAMPLE1.
       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-CBLLOG-STATUS                PIC XX.
          05 WS-RETURNS-STATUS               PIC XX.
          05 WS-RET-EOF                      PIC XXX VALUE "NO".
          05 WS-STOREDVL-STATUS              PIC XX.
          05 WS-SVLOG-STATUS                 PIC XX.
          05 WS-OPENBAL-STATUS               PIC XX.
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-CBL-EOF                      PIC XXX VALUE "NO".
          05 WS-SV-EOF                       PIC XXX VALUE "NO".
          05 WS-SVL-EOF                      PIC XXX VALUE "NO".
          05 WS-OB-EOF                       PIC XXX VALUE "NO".
          05 WS-PROOF-DATE                   PIC 9(8).
          05 WS-OUT-OF-BALANCE               PIC 9(3) VALUE 0.

      * Section 1 accumulators.

       01 WS-BANKING-TOTALS.
          05 WS-REG-TENDER-TOTAL             PIC S9(9)V99 VALUE 0.
          05 WS-REG-CARD-TOTAL               PIC S9(9)V99 VALUE 0.
          05 WS-CB-DEPOSIT-TOTAL             PIC S9(9)V99 VALUE 0.
          05 WS-BANK-DIFFERENCE              PIC S9(9)V99.

          05 WS-OB-ROW-COUNT                 PIC 9(4) VALUE 0.
          05 WS-OB-EXPECTED                  PIC S9(7)V99.

      * Report lines.

       01 PF-HEADING.

       COPY SPOOLWS.

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-CBLLOG                   PIC X(60)
          VALUE "C:\COBOL\CheckbookLog.txt".
          05 UT-SYS-RETURNS                  PIC X(60)
          VALUE "C:\COBOL\InvoiceReturns.txt".
          05 UT-SYS-STOREDVL                 PIC X(60)
          VALUE "C:\COBOL\StoredValue.dat".
          05 UT-SYS-SVLOG                    PIC X(60)
               DISPLAY "DATE MUST BE YYYYMMDD - RUN REFUSED"
               STOP RUN
           END-IF
           PERFORM 100-READY-SUMMARY THRU 100-EXIT
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-PROOF-DATE TO PFH-DATE
           WRITE REPORT-RECORD FROM PF-HEADING
           PERFORM 200-PROVE-BANKING THRU 200-EXIT
           PERFORM 300-PROVE-STORED-VALUE THRU 300-EXIT
           PERFORM 400-PROVE-LAYAWAY THRU 400-EXIT
       STOP RUN.

      ******************************************************************
      * 100-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO THE PROOF DATE. A SUMMARY THAT IS BEING REBUILT, CANNOT BE
      * WRITTEN, OR DOES NOT BALANCE ENDS THE RUN WITH NO PROOF SHEET.
      ******************************************************************
       100-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "DAILYPRF" TO SB-PROGRAM
           MOVE WS-PROOF-DATE TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE PROOF AGAIN SHORTLY"
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
      * 200-PROVE-BANKING TOTALS THE DATE'S CASH+CHECK TAKINGS OFF
      * THE DAILY SALES SUMMARY (ONE RECORD PER INVOICE, VOIDS NETTED,
      * CASH REFUNDS TAKEN OUT) AND THE CHECKBOOK DEPOSITS DATED THE
      * SAME DAY OTHER THAN CARD SETTLEMENTS, THEN FLAGS THE
      * DIFFERENCE.
      ******************************************************************
       200-PROVE-BANKING.
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS = "00"
               PERFORM 210-READ-SUMMARY THRU 210-EXIT
                   UNTIL WS-SUM-EOF = "YES"
               CLOSE DAILY-SALES-FILE
           END-IF
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS = "00"
               PERFORM 240-READ-RETURN THRU 240-EXIT
                   UNTIL WS-RET-EOF = "YES"
               CLOSE INVOICE-RETURN-FILE
           END-IF
           OPEN INPUT CHECKBOOK-LOG
           IF WS-CBLLOG-STATUS = "00"
           MOVE "1. BANKING" TO PFS-TITLE
           WRITE REPORT-RECORD FROM PF-SECTION-LINE
            AFTER ADVANCING 2 LINES
           MOVE "REGISTER CARD TAKINGS" TO PFA-LABEL
           MOVE WS-REG-CARD-TOTAL TO PFA-AMOUNT
           MOVE "SEE CARDRECON" TO PFA-FLAG
           WRITE REPORT-RECORD FROM PF-AMOUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "REGISTER CASH/CHECK (NET)" TO PFA-LABEL
           MOVE WS-REG-TENDER-TOTAL TO PFA-AMOUNT
           MOVE SPACES TO PFA-FLAG
           WRITE REPORT-RECORD FROM PF-AMOUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "CHECKBOOK DEPOSITS (EX CARD)" TO PFA-LABEL
           MOVE WS-CB-DEPOSIT-TOTAL TO PFA-AMOUNT
           WRITE REPORT-RECORD FROM PF-AMOUNT-LINE
            AFTER ADVANCING 1 LINE
            AFTER ADVANCING 1 LINE.
       200-EXIT.

      * The summary already carries each invoice once with its void
      * marked; only the standing invoices of the date count.

       210-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
                   GO TO 210-EXIT
           END-READ
           IF NOT SUM-INVOICE
               GO TO 210-EXIT
           END-IF
           IF SUM-INVOICE-DATE NOT = WS-PROOF-DATE
               GO TO 210-EXIT
           END-IF
           IF SUM-VOIDED
               GO TO 210-EXIT
           END-IF
           COMPUTE WS-REG-TENDER-TOTAL = WS-REG-TENDER-TOTAL
               + SUM-PAY-CASH-AMT + SUM-PAY-CHECK-AMT
           ADD SUM-PAY-CARD-AMT TO WS-REG-CARD-TOTAL.
       210-EXIT.

       230-READ-CHECKBOOK.
           READ CHECKBOOK-LOG
               AT END
                   IF (CBL-TRX-TYPE = "D" OR CBL-TRX-TYPE = "d")
                       AND CBL-TRX-DATE = WS-PROOF-DATE
                       AND CBL-MEMO (1:13) NOT = "TRANSFER FROM"
                       AND CBL-MEMO NOT = "CARD SETTLEMENT"
                       ADD CBL-TRX-AMT TO WS-CB-DEPOSIT-TOTAL
                   END-IF
           END-READ.
       230-EXIT.

      * Cash refunded on the day's returns left the tills that day,
      * so it never reaches the bank.

       240-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WS-RET-EOF
               NOT AT END
                   IF RET-RETURN-DATE = WS-PROOF-DATE
                       AND RET-REFUND-CASH
                       SUBTRACT RET-REFUND-AMT
                           FROM WS-REG-TENDER-TOTAL
                   END-IF
           END-READ.
       240-EXIT.

      ******************************************************************
      * 300-PROVE-STORED-VALUE REPLAYS THE WHOLE STORED-VALUE LOG
      * (ISSUES LESS REDEMPTIONS, ALL TIME) AGAINST THE LIVE CARD
