       Date-Written. 8/21/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Daily sales close-out (Z-report). Reads the day's invoices
      * off the daily sales summary (see copybooks/DLYSALES.cpy - one
      * record per invoice, built from the invoice history and the
      * void log by SUMBUILD, rebuilt first if it is behind), nets
      * out every invoice the summary marks voided, nets out the
      * day's line returns (see copybooks/INVRETN.cpy), and
      * prints the paper Z-report the till is balanced against:
      * invoice count, gross sales, discounts, sales tax collected,
      * and takings by tender type (cash/check/card).
      *
      * Each run also appends its close-out day to the month-end
      * close step log (see copybooks/CLOSESTP.cpy); PERIODMNT will
      * not close a month with a trading day no Z-report covered.
      ******************************************************************
       ENVIRONMENT DIVISION.
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

      * Select statement for the printed Z-report.

               ASSIGN TO UT-SYS-ZREPORT
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

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the printed Z-report.

           RECORD CONTAINS 60 CHARACTERS.
       01  ZREPORT-RECORD                     PIC X(60).

      * File description for the month-end close step log.

       FD  CLOSE-STEP-FILE.
           COPY CLOSESTP.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-REPORT-DATE                  PIC 9(8).
          05 WS-RET-EOF                      PIC XXX VALUE "NO".
          05 WS-RETURNS-STATUS               PIC XX.
          05 WS-CLOSESTEP-STATUS             PIC XX.
          05 WS-NET-AMOUNT                   PIC S9(8)V99.

      * Per-day accumulators, taken once per invoice number, split
      * between invoices that stand and invoices marked voided.

       01 WS-DAY-TOTALS.
          05 WS-INVOICE-COUNT                PIC 9(5)    VALUE 0.
          05 WS-VOIDED-COUNT                 PIC 9(5)    VALUE 0.
          05 WS-VOIDED-TOTAL                 PIC 9(8)V99 VALUE 0.

      * Line returns taken on the report day, by how the refund went
      * out. The refunds come out of the tills the same day, whatever
      * day the goods were sold.

          05 WS-RETURN-COUNT                 PIC 9(5)    VALUE 0.
          05 WS-RETURN-GOODS                 PIC 9(8)V99 VALUE 0.
          05 WS-RETURN-TAX                   PIC 9(8)V99 VALUE 0.
          05 WS-RETURN-FEES                  PIC 9(8)V99 VALUE 0.
          05 WS-REFUND-TOTAL                 PIC 9(8)V99 VALUE 0.
          05 WS-REFUND-CASH                  PIC 9(8)V99 VALUE 0.
          05 WS-REFUND-CARD                  PIC 9(8)V99 VALUE 0.
          05 WS-REFUND-CREDIT                PIC 9(8)V99 VALUE 0.
          05 WS-REFUND-ACCT                  PIC 9(8)V99 VALUE 0.

      * One entry per invoice on the report day. OCCURS DEPENDING ON
      * keeps the table sized to the day's sales, the same pattern
      * PROGRAM5's WS-TRIP-GROUP uses.

       01 WS-INVOICE-TABLE.
          05 WS-INV-COUNT                    PIC 999 VALUE 0.
             10 WS-ST-ACCT-TOTAL             PIC 9(8)V99.
             10 WS-ST-VOIDED-COUNT           PIC 9(5).
             10 WS-ST-VOIDED-TOTAL           PIC 9(8)V99.
             10 WS-ST-RETURN-COUNT           PIC 9(5).
             10 WS-ST-RETURN-TAX             PIC 9(8)V99.
             10 WS-ST-REFUND-CASH            PIC 9(8)V99.
             10 WS-ST-REFUND-CARD            PIC 9(8)V99.
             10 WS-ST-REFUND-CREDIT          PIC 9(8)V99.
             10 WS-ST-REFUND-ACCT            PIC 9(8)V99.

      * Report lines.

          05 ZRD-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(17) VALUE SPACES.

       01 ZR-NET-LINE.
          05 ZRN-LABEL                       PIC X(30).
          05 ZRN-AMOUNT                      PIC -$,$$$,$$9.99.
          05                                 PIC X(17) VALUE SPACES.

       01 ZR-COUNT-LINE.
          05 ZRC-LABEL                       PIC X(30).
          05 ZRC-COUNT                       PIC ZZZZ9.

       COPY SPOOLWS.

      * Parameter block for the shared SUMBUILD summary builder - the
      * daily sales summary is made ready for the report day before
      * it is read.

       COPY SUMBLDWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-ZREPORT                  PIC X(60)
          VALUE "C:\COBOL\ZReport.txt".
          05 UT-SYS-RETURNS                  PIC X(60)
          VALUE "C:\COBOL\InvoiceReturns.txt".
          05 UT-SYS-CLOSESTEP                PIC X(60)
          VALUE "C:\COBOL\CloseSteps.txt".

      * Start of procedure division

           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           DISPLAY "CLOSE-OUT DATE (YYYYMMDD, 0 FOR TODAY)"
           PERFORM 050-GET-REPORT-DATE THRU 050-EXIT
           PERFORM 100-READY-SUMMARY THRU 100-EXIT
           PERFORM 200-LOAD-DAY-INVOICES THRU 200-EXIT
           PERFORM 500-TOTAL-INVOICES THRU 500-EXIT
           PERFORM 600-TOTAL-RETURNS THRU 600-EXIT
           PERFORM 700-WRITE-ZREPORT THRU 700-EXIT
           PERFORM 800-LOG-CLOSE-STEP THRU 800-EXIT
           MOVE "F" TO SP-REQUEST
           MOVE "ZREPORT" TO SP-REPORT-NAME
           MOVE UT-SYS-ZREPORT TO SP-SOURCE-PATH
       050-EXIT.

      ******************************************************************
      * 100-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO THE REPORT DAY. A SUMMARY THAT IS BEING REBUILT, CANNOT BE
      * WRITTEN, OR DOES NOT BALANCE ENDS THE RUN - THE TILL IS NOT
      * BALANCED AGAINST FIGURES THAT MAY BE SHORT.
      ******************************************************************
       100-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "ZREPORT" TO SB-PROGRAM
           MOVE WS-REPORT-DATE TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE Z-REPORT AGAIN SHORTLY"
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
      * 200-LOAD-DAY-INVOICES READS THE DAILY SALES SUMMARY AND BUILDS
      * ONE TABLE ENTRY PER INVOICE DATED THE REPORT DAY. THE SUMMARY
      * ALREADY CARRIES EACH INVOICE ONCE, WITH ITS VOID MARKED.
      ******************************************************************
       200-LOAD-DAY-INVOICES.
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS = "00"
               PERFORM 210-READ-SUMMARY THRU 210-EXIT
                   UNTIL WS-SUM-EOF = "YES"
               CLOSE DAILY-SALES-FILE
           END-IF
           IF SB-RESULT = "N"
               DISPLAY "NO INVOICE HISTORY ON FILE"
           END-IF.
       200-EXIT.

       210-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
               NOT AT END
                   IF SUM-INVOICE
                       AND SUM-INVOICE-DATE = WS-REPORT-DATE
                       PERFORM 220-KEEP-INVOICE THRU 220-EXIT
                   END-IF
           END-READ.
       210-EXIT.

       220-KEEP-INVOICE.
           IF WS-INV-COUNT >= 500
               DISPLAY "INVOICE TABLE IS FULL - INVOICE "
                   SUM-INVOICE-NUMBER " SKIPPED"
           ELSE
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE SUM-INVOICE-NUMBER TO WS-INV-NUMBER (INV-IDX)
               MOVE SUM-INVOICE-TOTAL TO WS-INV-TOTAL (INV-IDX)
               MOVE SUM-DISCOUNT-SUM TO WS-INV-DISCOUNT (INV-IDX)
               MOVE SUM-SALES-TAX TO WS-INV-TAX (INV-IDX)
               MOVE SUM-PAY-CASH-AMT TO WS-INV-CASH (INV-IDX)
               MOVE SUM-PAY-CHECK-AMT TO WS-INV-CHECK (INV-IDX)
               MOVE SUM-PAY-CARD-AMT TO WS-INV-CARD (INV-IDX)
               MOVE SUM-PAY-CREDIT-AMT TO WS-INV-CREDIT (INV-IDX)
               MOVE SUM-PAY-ACCT-AMT TO WS-INV-ACCT (INV-IDX)
               IF SUM-VOIDED
                   MOVE "YES" TO WS-INV-VOIDED (INV-IDX)
               ELSE
                   MOVE "NO" TO WS-INV-VOIDED (INV-IDX)
               END-IF
               IF SUM-STORE-NO NOT > 2
                   MOVE SUM-STORE-NO TO WS-INV-STORE (INV-IDX)
               ELSE
                   MOVE 1 TO WS-INV-STORE (INV-IDX)
               END-IF
           END-IF.
       220-EXIT.

      ******************************************************************
      * 500-TOTAL-INVOICES ROLLS EVERY STANDING INVOICE INTO THE DAY
      * TOTALS AND EVERY VOIDED ONE INTO THE VOID TOTALS.
      ******************************************************************
       500-TOTAL-INVOICES.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INV-COUNT
               SET ST-IDX TO WS-INV-STORE (INV-IDX)
               IF WS-INV-VOIDED (INV-IDX) = "YES"
                   ADD 1 TO WS-VOIDED-COUNT
                   ADD WS-INV-TOTAL (INV-IDX) TO WS-VOIDED-TOTAL
                   ADD 1 TO WS-ST-VOIDED-COUNT (ST-IDX)
           END-PERFORM.
       500-EXIT.

      ******************************************************************
      * 600-TOTAL-RETURNS READS THE LINE RETURN LOG AND ROLLS EVERY
      * RETURN TAKEN ON THE REPORT DAY INTO THE STORE THAT PAID IT
      * OUT, SPLIT BY REFUND TENDER. THE LOG IS OPTIONAL - NO FILE
      * MEANS NO RETURNS.
      ******************************************************************
       600-TOTAL-RETURNS.
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS = "00"
               PERFORM 610-READ-RETURN THRU 610-EXIT
                   UNTIL WS-RET-EOF = "YES"
               CLOSE INVOICE-RETURN-FILE
           END-IF.
       600-EXIT.

       610-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WS-RET-EOF
                   GO TO 610-EXIT
           END-READ
           IF RET-RETURN-DATE NOT = WS-REPORT-DATE
               GO TO 610-EXIT
           END-IF
           IF RET-STORE-NO NUMERIC
               AND RET-STORE-NO > ZEROS
               AND RET-STORE-NO NOT > 2
               SET ST-IDX TO RET-STORE-NO
           ELSE
               SET ST-IDX TO 1
           END-IF
           ADD 1 TO WS-RETURN-COUNT
           ADD 1 TO WS-ST-RETURN-COUNT (ST-IDX)
           COMPUTE WS-RETURN-GOODS = WS-RETURN-GOODS
               + RET-LINE-AMOUNT - RET-DISCOUNT-AMT
           ADD RET-TAX-AMT TO WS-RETURN-TAX
           ADD RET-TAX-AMT TO WS-ST-RETURN-TAX (ST-IDX)
           ADD RET-RESTOCK-FEE TO WS-RETURN-FEES
           ADD RET-REFUND-AMT TO WS-REFUND-TOTAL
           EVALUATE TRUE
               WHEN RET-REFUND-CASH
                   ADD RET-REFUND-AMT TO WS-REFUND-CASH
                   ADD RET-REFUND-AMT TO WS-ST-REFUND-CASH (ST-IDX)
               WHEN RET-REFUND-CARD
                   ADD RET-REFUND-AMT TO WS-REFUND-CARD
                   ADD RET-REFUND-AMT TO WS-ST-REFUND-CARD (ST-IDX)
               WHEN RET-REFUND-STORE-CREDIT
                   ADD RET-REFUND-AMT TO WS-REFUND-CREDIT
                   ADD RET-REFUND-AMT TO WS-ST-REFUND-CREDIT (ST-IDX)
               WHEN OTHER
                   ADD RET-REFUND-AMT TO WS-REFUND-ACCT
                   ADD RET-REFUND-AMT TO WS-ST-REFUND-ACCT (ST-IDX)
           END-EVALUATE.
       610-EXIT.

      ******************************************************************
      * 700-WRITE-ZREPORT PRINTS THE CLOSE-OUT. THE TENDER LINES ARE
           MOVE "VALUE VOIDED" TO ZRD-LABEL
           MOVE WS-VOIDED-TOTAL TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE SPACES TO ZREPORT-RECORD
           WRITE ZREPORT-RECORD
           MOVE "RETURN LINES TAKEN" TO ZRC-LABEL
           MOVE WS-RETURN-COUNT TO ZRC-COUNT
           WRITE ZREPORT-RECORD FROM ZR-COUNT-LINE
           MOVE "GOODS RETURNED (NET)" TO ZRD-LABEL
           MOVE WS-RETURN-GOODS TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "SALES TAX REFUNDED" TO ZRD-LABEL
           MOVE WS-RETURN-TAX TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "RESTOCKING FEES KEPT" TO ZRD-LABEL
           MOVE WS-RETURN-FEES TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDED IN CASH" TO ZRD-LABEL
           MOVE WS-REFUND-CASH TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDED TO CARDS" TO ZRD-LABEL
           MOVE WS-REFUND-CARD TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDED AS STORE CREDIT" TO ZRD-LABEL
           MOVE WS-REFUND-CREDIT TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDS CREDITED TO ACCOUNTS" TO ZRD-LABEL
           MOVE WS-REFUND-ACCT TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL

      * The figures the day actually closes on once the returns are
      * taken back out.

           MOVE SPACES TO ZREPORT-RECORD
           WRITE ZREPORT-RECORD
           MOVE "NET SALES AFTER REFUNDS" TO ZRN-LABEL
           COMPUTE WS-NET-AMOUNT = WS-GROSS-SALES - WS-REFUND-TOTAL
           MOVE WS-NET-AMOUNT TO ZRN-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-NET-LINE
           MOVE "NET SALES TAX" TO ZRN-LABEL
           COMPUTE WS-NET-AMOUNT = WS-TAX-TOTAL - WS-RETURN-TAX
           MOVE WS-NET-AMOUNT TO ZRN-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-NET-LINE
           MOVE "NET CASH IN DRAWER" TO ZRN-LABEL
           COMPUTE WS-NET-AMOUNT = WS-CASH-TOTAL - WS-REFUND-CASH
           MOVE WS-NET-AMOUNT TO ZRN-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-NET-LINE
           MOVE "NET CARD SETTLEMENT" TO ZRN-LABEL
           COMPUTE WS-NET-AMOUNT = WS-CARD-TOTAL - WS-REFUND-CARD
           MOVE WS-NET-AMOUNT TO ZRN-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-NET-LINE
           CLOSE ZREPORT-FILE
           DISPLAY "Z-REPORT WRITTEN FOR " WS-REPORT-DATE.
       700-EXIT.
           MOVE "VALUE VOIDED" TO ZRD-LABEL
           MOVE WS-ST-VOIDED-TOTAL (ST-IDX) TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "RETURN LINES TAKEN" TO ZRC-LABEL
           MOVE WS-ST-RETURN-COUNT (ST-IDX) TO ZRC-COUNT
           WRITE ZREPORT-RECORD FROM ZR-COUNT-LINE
           MOVE "SALES TAX REFUNDED" TO ZRD-LABEL
           MOVE WS-ST-RETURN-TAX (ST-IDX) TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDED IN CASH" TO ZRD-LABEL
           MOVE WS-ST-REFUND-CASH (ST-IDX) TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDED TO CARDS" TO ZRD-LABEL
           MOVE WS-ST-REFUND-CARD (ST-IDX) TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDED AS STORE CREDIT" TO ZRD-LABEL
           MOVE WS-ST-REFUND-CREDIT (ST-IDX) TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "REFUNDS CREDITED TO ACCOUNTS" TO ZRD-LABEL
           MOVE WS-ST-REFUND-ACCT (ST-IDX) TO ZRD-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-DETAIL
           MOVE "NET CASH IN DRAWER" TO ZRN-LABEL
           COMPUTE WS-NET-AMOUNT = WS-ST-CASH-TOTAL (ST-IDX)
               - WS-ST-REFUND-CASH (ST-IDX)
           MOVE WS-NET-AMOUNT TO ZRN-AMOUNT
           WRITE ZREPORT-RECORD FROM ZR-NET-LINE
           MOVE SPACES TO ZREPORT-RECORD
           WRITE ZREPORT-RECORD.
       710-EXIT.

      ******************************************************************
      * 800-LOG-CLOSE-STEP APPENDS THE CLOSE-OUT DAY TO THE MONTH-END
      * CLOSE STEP LOG.
      ******************************************************************
       800-LOG-CLOSE-STEP.
           OPEN EXTEND CLOSE-STEP-FILE
           IF WS-CLOSESTEP-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-STEP-FILE
           END-IF
           MOVE "ZREPORT" TO CLS-PROGRAM
           MOVE WS-REPORT-DATE TO CLS-FROM-DATE CLS-TO-DATE
           ACCEPT CLS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CLS-RUN-TIME FROM TIME
           WRITE CLS-RECORD
           CLOSE CLOSE-STEP-FILE.
       800-EXIT.
