       Date-Written. 8/21/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Monthly sales-tax remittance report. Reads the daily sales
      * summary (see copybooks/DLYSALES.cpy - one record per invoice,
      * the two-letter state code already parsed out of the customer's
      * city/state/zip the same way PROGRAM1's
      * 395-DETERMINE-SALES-TAX-RATE does), leaves out the invoices it
      * marks voided - no tax was kept on a voided sale - and totals
      * the sales tax collected per state for the requested month so
      * the bookkeeper can file the state returns without an adding
      * machine. Tax refunded on line returns taken in the month (see
      * copybooks/INVRETN.cpy) comes back off the state the sale was
      * taxed in, so the report shows collected, refunded, and the net
      * that is actually owed. Sales rung under a tax-exemption
      * certificate (see copybooks/TAXEXMPT.cpy) are totalled per state
      * in their own column, and the report closes with the
      * certificates that lapse within the next 60 days so renewals can
      * be asked for before an audit finds them.
      *
      * Each run also appends the remittance month to the month-end
      * close step log (see copybooks/CLOSESTP.cpy); PERIODMNT will
      * not close a month until it has been remitted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the operator master behind the sign-on.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the invoice line return log.

       SELECT INVOICE-RETURN-FILE
               ASSIGN TO UT-SYS-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      * Select statement for the tax-exemption certificate file.

       SELECT EXEMPT-CERT-FILE
               ASSIGN TO UT-SYS-EXEMPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXEMPT-STATUS.

      * Select statement for the remittance report.

       SELECT REMIT-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFLAG-STATUS.

      * Select statement for the month-end close step log.

       SELECT CLOSE-STEP-FILE
               ASSIGN TO UT-SYS-CLOSESTEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSESTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the invoice history file.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.


      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the tax-exemption certificate file.

       FD  EXEMPT-CERT-FILE.
           COPY TAXEXMPT.

      * File description for the remittance report.

       FD  REMIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

           RECORD CONTAINS 9 CHARACTERS.
       01  SCHED-FLAG-RECORD                  PIC X(9).

      * File description for the month-end close step log.

       FD  CLOSE-STEP-FILE.
           COPY CLOSESTP.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-CLOSESTEP-STATUS             PIC XX.
          05 WS-REPORT-MONTH                 PIC 9(6).
          05 WS-SUM-MONTH                    PIC 9(6).
          05 WS-STATE-FOUND                  PIC XXX VALUE "NO".
          05 WS-GRAND-TAX                    PIC 9(8)V99 VALUE 0.
          05 WS-GRAND-COUNT                  PIC 9(5) VALUE 0.
          05 WS-GRAND-REFUND                 PIC 9(8)V99 VALUE 0.
          05 WS-NET-TAX                      PIC S9(8)V99.
          05 WS-RET-EOF                      PIC XXX VALUE "NO".
          05 WS-RETURNS-STATUS               PIC XX.
          05 WS-RET-MONTH                    PIC 9(6).
          05 WS-GRAND-EXEMPT                 PIC 9(8)V99 VALUE 0.
          05 WS-EXEMPT-STATUS                PIC XX.
          05 WS-EX-EOF                       PIC XXX VALUE "NO".
          05 WS-EX-TODAY                     PIC 9(8).
          05 WS-EX-LIMIT                     PIC 9(8).
          05 WS-EX-LISTED                    PIC 9(5) VALUE 0.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".

      * The state code each invoice or return is bucketed under.

       01 WS-CSZ-PARSE.
          05 WS-CSZ-STATE-CODE               PIC XX.

      * Tax collected and tax refunded on returns per state for the
      * month.

       01 WS-STATE-TOTALS.
          05 WS-STATE-COUNT                  PIC 99 VALUE 0.
             10 WS-ST-TBL-STATE              PIC XX.
             10 WS-ST-TBL-TAX                PIC 9(8)V99.
             10 WS-ST-TBL-INVOICES           PIC 9(5).
             10 WS-ST-TBL-REFUND             PIC 9(8)V99.
             10 WS-ST-TBL-EXEMPT             PIC 9(8)V99.

      * Report lines.

          05                                 PIC X(29)
                         VALUE "SALES TAX REMITTANCE - MONTH ".
          05 RTH-MONTH                       PIC 9(6).
          05                                 PIC X(45) VALUE SPACES.

       01 RT-HEADING2.
          05                                 PIC X(5)  VALUE "STATE".
          05                                 PIC X(4)  VALUE SPACES.
          05                                 PIC X(13)
                                    VALUE "TAX COLLECTED".
          05                                 PIC X(13)
                                    VALUE "     REFUNDED".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(13)
                                    VALUE "      NET TAX".
          05                                 PIC X(3)  VALUE SPACES.
          05                                 PIC X(8)  VALUE "INVOICES".
          05                                 PIC X(13)
                                    VALUE " EXEMPT SALES".
          05                                 PIC X(6)  VALUE SPACES.

       01 RT-DETAIL.
          05                                 PIC XX    VALUE SPACES.
          05 RTD-STATE                       PIC XX.
          05                                 PIC X(3)  VALUE SPACES.
          05 RTD-TAX                         PIC $$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTD-REFUND                      PIC $$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTD-NET                         PIC -$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05 RTD-INVOICES                    PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTD-EXEMPT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(6)  VALUE SPACES.

       01 RT-FOOTER.
          05                                 PIC X(7)  VALUE "*TOTAL*".
          05 RTF-TAX                         PIC $$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTF-REFUND                      PIC $$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTF-NET                         PIC -$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05 RTF-INVOICES                    PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTF-EXEMPT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(6)  VALUE SPACES.

      * Certificate renewal listing.

       01 RT-EXPIRY-HEADING.
          05                                 PIC X(48)
             VALUE "EXEMPTION CERTIFICATES DUE FOR RENEWAL - THROUGH".
          05                                 PIC X     VALUE SPACE.
          05 RTX-LIMIT                       PIC 9(8).
          05                                 PIC X(23) VALUE SPACES.

       01 RT-EXPIRY-COLUMNS.
          05                                 PIC X(7)  VALUE "CLIENT ".
          05                                 PIC X(4)  VALUE "ST  ".
          05                                 PIC X(17)
                                    VALUE "CERTIFICATE".
          05                                 PIC X(10) VALUE "EXPIRES".
          05                                 PIC X(27) VALUE "HOLDER".
          05                                 PIC X(15) VALUE SPACES.

       01 RT-EXPIRY-DETAIL.
          05 RTX-CLIENT                      PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 RTX-STATE                       PIC XX.
          05                                 PIC X(2)  VALUE SPACES.
          05 RTX-CERT                        PIC X(15).
          05                                 PIC X(2)  VALUE SPACES.
          05 RTX-EXPIRY                      PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RTX-HOLDER                      PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 RTX-STATUS                      PIC X(7).
          05                                 PIC X(8)  VALUE SPACES.

       01 RT-EXPIRY-NONE.
          05                                 PIC X(40)
                         VALUE "  NONE DUE".
          05                                 PIC X(40) VALUE SPACES.

      * Files


       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

       01 WS-SIGNON-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-REMITRPT                 PIC X(60)
          VALUE "C:\COBOL\TaxRemittance.txt".
          05 UT-SYS-SCHEDFLAG                PIC X(60)
          VALUE "C:\COBOL\ScheduledRun.txt".
          05 UT-SYS-RETURNS                  PIC X(60)
          VALUE "C:\COBOL\InvoiceReturns.txt".
          05 UT-SYS-EXEMPT                   PIC X(60)
          VALUE "C:\COBOL\TaxExempt.dat".
          05 UT-SYS-CLOSESTEP                PIC X(60)
          VALUE "C:\COBOL\CloseSteps.txt".

      * Start of procedure division

               DISPLAY "ENTER REMITTANCE MONTH (YYYYMM)"
               ACCEPT WS-REPORT-MONTH
           END-IF
           PERFORM 100-READY-SUMMARY THRU 100-EXIT
           PERFORM 200-SCAN-SUMMARY THRU 200-EXIT
           PERFORM 400-SCAN-RETURNS THRU 400-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
           PERFORM 800-LOG-CLOSE-STEP THRU 800-EXIT
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

           PERFORM 030-READ-OPERATOR THRU 030-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "TAXREMIT" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           CALL "OPSIGNON" USING SO-PARMS
           IF SO-RESULT NOT = "G" AND SO-RESULT NOT = "N"
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
       030-EXIT.

      ******************************************************************
      * 100-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO THE END OF THE REMITTANCE MONTH. A SUMMARY THAT IS BEING
      * REBUILT, CANNOT BE WRITTEN, OR DOES NOT BALANCE ENDS THE RUN -
      * A RETURN IS NOT FILED OFF FIGURES THAT MAY BE SHORT.
      ******************************************************************
       100-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "TAXREMIT" TO SB-PROGRAM
           COMPUTE SB-NEEDED-DATE = WS-REPORT-MONTH * 100 + 31
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE REMITTANCE AGAIN SHORTLY"
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
      * 200-SCAN-SUMMARY READS THE DAILY SALES SUMMARY AND ACCUMULATES
      * ONE TAX FIGURE PER STANDING INVOICE FOR THE REQUESTED MONTH.
      ******************************************************************
       200-SCAN-SUMMARY.
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
                   DIVIDE SUM-INVOICE-DATE BY 100
                       GIVING WS-SUM-MONTH
                   IF SUM-INVOICE
                       AND WS-SUM-MONTH = WS-REPORT-MONTH
                       AND NOT SUM-VOIDED
                       PERFORM 300-ACCUMULATE-STATE THRU 300-EXIT
                   END-IF
           END-READ.
       210-EXIT.

      ******************************************************************
      * 300-ACCUMULATE-STATE ROLLS THE INVOICE'S SALES TAX INTO ITS
      * STATE'S BUCKET. AN ADDRESS THAT DIDN'T PARSE CARRIES "??" ON
      * THE SUMMARY SO THE MONEY STILL BALANCES TO THE GRAND TOTAL.
      ******************************************************************
       300-ACCUMULATE-STATE.
           MOVE SUM-TAX-STATE TO WS-CSZ-STATE-CODE
           MOVE "NO" TO WS-STATE-FOUND
           IF WS-STATE-COUNT > 0
               SET ST-IDX TO 1
                       CONTINUE
                   WHEN WS-ST-TBL-STATE (ST-IDX) = WS-CSZ-STATE-CODE
                       MOVE "YES" TO WS-STATE-FOUND
                       ADD SUM-SALES-TAX TO WS-ST-TBL-TAX (ST-IDX)
                       ADD 1 TO WS-ST-TBL-INVOICES (ST-IDX)
                       IF SUM-EXEMPT-CERT-NO NOT = SPACES
                           ADD SUM-NET-SALE
                               TO WS-ST-TBL-EXEMPT (ST-IDX)
                       END-IF
               END-SEARCH
           END-IF
           IF WS-STATE-FOUND = "NO"
               ADD 1 TO WS-STATE-COUNT
               SET ST-IDX TO WS-STATE-COUNT
               MOVE WS-CSZ-STATE-CODE TO WS-ST-TBL-STATE (ST-IDX)
               MOVE SUM-SALES-TAX TO WS-ST-TBL-TAX (ST-IDX)
               MOVE 1 TO WS-ST-TBL-INVOICES (ST-IDX)
               MOVE ZEROS TO WS-ST-TBL-REFUND (ST-IDX)
               MOVE ZEROS TO WS-ST-TBL-EXEMPT (ST-IDX)
               IF SUM-EXEMPT-CERT-NO NOT = SPACES
                   MOVE SUM-NET-SALE TO WS-ST-TBL-EXEMPT (ST-IDX)
               END-IF
           END-IF
           IF SUM-EXEMPT-CERT-NO NOT = SPACES
               ADD SUM-NET-SALE TO WS-GRAND-EXEMPT
           END-IF
           ADD SUM-SALES-TAX TO WS-GRAND-TAX
           ADD 1 TO WS-GRAND-COUNT.
       300-EXIT.

      ******************************************************************
      * 400-SCAN-RETURNS READS THE LINE RETURN LOG AND ROLLS THE TAX
      * REFUNDED ON EVERY RETURN TAKEN IN THE MONTH INTO THE STATE
      * THE ORIGINAL SALE WAS TAXED IN. A RETURN AGAINST A STATE WITH
      * NO SALES THIS MONTH STILL GETS ITS OWN LINE. THE LOG IS
      * OPTIONAL - NO FILE MEANS NO RETURNS.
      ******************************************************************
       400-SCAN-RETURNS.
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF
           PERFORM 410-READ-RETURN THRU 410-EXIT
               UNTIL WS-RET-EOF = "YES"
           CLOSE INVOICE-RETURN-FILE.
       400-EXIT.

       410-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WS-RET-EOF
                   GO TO 410-EXIT
           END-READ
           DIVIDE RET-RETURN-DATE BY 100 GIVING WS-RET-MONTH
           IF WS-RET-MONTH NOT = WS-REPORT-MONTH
               GO TO 410-EXIT
           END-IF
           MOVE RET-STATE-CODE TO WS-CSZ-STATE-CODE
           IF WS-CSZ-STATE-CODE = SPACES
               MOVE "??" TO WS-CSZ-STATE-CODE
           END-IF
           MOVE "NO" TO WS-STATE-FOUND
           IF WS-STATE-COUNT > 0
               SET ST-IDX TO 1
               SEARCH WS-STATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ST-TBL-STATE (ST-IDX) = WS-CSZ-STATE-CODE
                       MOVE "YES" TO WS-STATE-FOUND
                       ADD RET-TAX-AMT TO WS-ST-TBL-REFUND (ST-IDX)
               END-SEARCH
           END-IF
           IF WS-STATE-FOUND = "NO"
               ADD 1 TO WS-STATE-COUNT
               SET ST-IDX TO WS-STATE-COUNT
               MOVE WS-CSZ-STATE-CODE TO WS-ST-TBL-STATE (ST-IDX)
               MOVE ZEROS TO WS-ST-TBL-TAX (ST-IDX)
               MOVE ZEROS TO WS-ST-TBL-INVOICES (ST-IDX)
               MOVE RET-TAX-AMT TO WS-ST-TBL-REFUND (ST-IDX)
               MOVE ZEROS TO WS-ST-TBL-EXEMPT (ST-IDX)
           END-IF
           ADD RET-TAX-AMT TO WS-GRAND-REFUND.
       410-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS THE PER-STATE REMITTANCE TOTALS AND
      * THE GRAND TOTAL.
               UNTIL ST-IDX > WS-STATE-COUNT
               MOVE WS-ST-TBL-STATE (ST-IDX) TO RTD-STATE
               MOVE WS-ST-TBL-TAX (ST-IDX) TO RTD-TAX
               MOVE WS-ST-TBL-REFUND (ST-IDX) TO RTD-REFUND
               COMPUTE WS-NET-TAX = WS-ST-TBL-TAX (ST-IDX)
                   - WS-ST-TBL-REFUND (ST-IDX)
               MOVE WS-NET-TAX TO RTD-NET
               MOVE WS-ST-TBL-EXEMPT (ST-IDX) TO RTD-EXEMPT
               MOVE WS-ST-TBL-INVOICES (ST-IDX) TO RTD-INVOICES
               WRITE REPORT-RECORD FROM RT-DETAIL
                AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-GRAND-TAX TO RTF-TAX
           MOVE WS-GRAND-REFUND TO RTF-REFUND
           COMPUTE WS-NET-TAX = WS-GRAND-TAX - WS-GRAND-REFUND
           MOVE WS-NET-TAX TO RTF-NET
           MOVE WS-GRAND-COUNT TO RTF-INVOICES
           MOVE WS-GRAND-EXEMPT TO RTF-EXEMPT
           WRITE REPORT-RECORD FROM RT-FOOTER
            AFTER ADVANCING 2 LINES
           PERFORM 750-LIST-EXPIRING THRU 750-EXIT
           CLOSE REMIT-REPORT-FILE
           DISPLAY "REMITTANCE REPORT WRITTEN FOR " WS-REPORT-MONTH.
       700-EXIT.

      ******************************************************************
      * 750-LIST-EXPIRING READS THE EXEMPTION CERTIFICATE FILE AND
      * LISTS EVERY CERTIFICATE THAT LAPSES WITHIN 60 DAYS OF THE
      * BUSINESS DATE, PLUS ANY ALREADY LAPSED AND NOT YET RENEWED
      * OR REMOVED - A LAPSED CERTIFICATE STILL ON FILE IS ONE THE
      * REGISTER HAS STARTED TAXING AGAIN. NO FILE, NO LISTING.
      ******************************************************************
       750-LIST-EXPIRING.
           OPEN INPUT EXEMPT-CERT-FILE
           IF WS-EXEMPT-STATUS NOT = "00"
               GO TO 750-EXIT
           END-IF
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-EX-TODAY
           COMPUTE WS-EX-LIMIT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-EX-TODAY) + 60)
           MOVE WS-EX-LIMIT TO RTX-LIMIT
           WRITE REPORT-RECORD FROM RT-EXPIRY-HEADING
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM RT-EXPIRY-COLUMNS
            AFTER ADVANCING 1 LINE
           PERFORM 760-READ-CERT THRU 760-EXIT
               UNTIL WS-EX-EOF = "YES"
           IF WS-EX-LISTED = ZEROS
               WRITE REPORT-RECORD FROM RT-EXPIRY-NONE
                AFTER ADVANCING 1 LINE
           END-IF
           CLOSE EXEMPT-CERT-FILE.
       750-EXIT.

       760-READ-CERT.
           READ EXEMPT-CERT-FILE
               AT END
                   MOVE "YES" TO WS-EX-EOF
                   GO TO 760-EXIT
           END-READ
           IF EX-EXPIRY-DATE > WS-EX-LIMIT
               GO TO 760-EXIT
           END-IF
           MOVE EX-CLIENT-NO TO RTX-CLIENT
           MOVE EX-ISSUE-STATE TO RTX-STATE
           MOVE EX-CERT-NO TO RTX-CERT
           MOVE EX-EXPIRY-DATE TO RTX-EXPIRY
           MOVE EX-HOLDER-NAME TO RTX-HOLDER
           IF EX-EXPIRY-DATE < WS-EX-TODAY
               MOVE "LAPSED" TO RTX-STATUS
           ELSE
               MOVE "DUE" TO RTX-STATUS
           END-IF
           WRITE REPORT-RECORD FROM RT-EXPIRY-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EX-LISTED.
       760-EXIT.

      ******************************************************************
      * 800-LOG-CLOSE-STEP APPENDS THE REMITTANCE MONTH'S FIRST AND
      * LAST DAY TO THE MONTH-END CLOSE STEP LOG.
      ******************************************************************
       800-LOG-CLOSE-STEP.
           OPEN EXTEND CLOSE-STEP-FILE
           IF WS-CLOSESTEP-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-STEP-FILE
           END-IF
           MOVE "TAXREMIT" TO CLS-PROGRAM
           COMPUTE CLS-FROM-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE CLS-TO-DATE = WS-REPORT-MONTH * 100 + 31
           ACCEPT CLS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CLS-RUN-TIME FROM TIME
           WRITE CLS-RECORD
           CLOSE CLOSE-STEP-FILE.
       800-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS ONE LINE TO THE SHARED RUN-LOG
      * FILE RECORDING THIS RUN, DATED FROM THE BUSINESS DATE.
