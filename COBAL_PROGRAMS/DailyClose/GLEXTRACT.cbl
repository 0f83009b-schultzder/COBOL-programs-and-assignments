      ******************************************************************
      * Nightly general-ledger journal extract. Totals one day's
      * register activity the same way ZREPORT does (one figure per
      * invoice off the daily sales summary, voided invoices netted
      * out), adds the day's stored-value issues off the stored-value
      * log, and turns it all into balanced debit/credit journal lines
      * in a fixed-layout file the accountant's ledger can take straight
      * in - no more weekly re-keying of the close figures. Account
      * numbers come from the GLAccounts.txt mapping file (journal key +
      * account number per line); a key with no mapping posts to the
      * suspense account and is flagged on the proof report, which also
      * shows the journal balancing to the day's Z-report figures,
      * debits equal to credits.
      *
      * Journal keys: CASH CHECKS CARDS SVREDEEM ARHOUSE POINTS
      * ARLAYAWAY (debits), SALES SALESTAX SVISSUE (credits),
      * RETURNS (debit offsetting the day's credit issues), NSFFEE
      * (credit for bank fees charged on with a returned check),
      * SHIPPING (credit for shipping billed on web orders),
      * ESCHEAT (credit to unclaimed property payable for dormant
      * card balances SVDORMNT turned over, debiting SVISSUE),
      * FXGAINLOSS and OPPAYABLE (exchange gain or loss on operator
      * payments).
      *
      * Returned checks entered in NSFCHECK on the extract date
      * reverse the check deposit - ARHOUSE debited for the check
      * and its fee, CHECKS and NSFFEE credited - and the day's
      * recoveries against them debit CASH and credit ARHOUSE.
      *
      * The exchange gain or loss on operator payments for trips
      * sold in a foreign currency, as FXPOST recorded them on the
      * extract date (see copybooks/FXPAY.cpy), is journaled to
      * FXGAINLOSS against OPPAYABLE, the operator payable the
      * payment settled - a gain debits OPPAYABLE and credits
      * FXGAINLOSS, a loss the other way round.
      *
      * GLEDGER's posting run takes the journal into the shop's own
      * general ledger, refusing it whole if it does not balance or
      * its date has already been posted.
      *
      * An extract date in a month closed through PERIODMNT is
      * refused before anything is written (PERIODCHK logs the
      * attempt), and the run ends with return code 1.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the stored-value log.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POALOG-STATUS.

      * Select statement for the returned-check log NSFCHECK appends.

       SELECT NSF-LOG-FILE
               ASSIGN TO UT-SYS-NSFLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFLOG-STATUS.

      * Select statement for the currency payment file FXPOST keeps.

       SELECT FX-PAYMENT-FILE
               ASSIGN TO UT-SYS-FXPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXPAY-STATUS.

      * Select statement for the account mapping file.

       SELECT GL-ACCOUNT-FILE
       DATA DIVISION.
       FILE SECTION.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the stored-value log.

           05 POA-DATE                   PIC 9(8).
           05 POA-AMOUNT                 PIC 9(5)V99.

      * File description for the returned-check log.

       FD  NSF-LOG-FILE.
           COPY NSFLOG.

      * File description for the currency payment file.

       FD  FX-PAYMENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY FXPAY.

      * File description for the account mapping file.

       FD  GL-ACCOUNT-FILE.
       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-SVL-EOF                      PIC XXX VALUE "NO".
          05 WS-MAP-EOF                      PIC XXX VALUE "NO".
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-SVLOG-STATUS                 PIC XX.
          05 WS-GLACCTS-STATUS               PIC XX.
          05 WS-REPORT-DATE                  PIC 9(8).
          05 WS-MAP-SUB                      PIC 99.
          05 WS-WORK-KEY                     PIC X(10).
          05 WS-WORK-ACCOUNT                 PIC X(8).
          05 WS-POALOG-STATUS                PIC XX.
          05 WS-POA-EOF                      PIC XXX VALUE "NO".
          05 WS-POA-TOTAL                    PIC 9(8)V99 VALUE 0.
          05 WS-NSFLOG-STATUS                PIC XX.
          05 WS-NSF-EOF                      PIC XXX VALUE "NO".
          05 WS-NSF-CHECK-TOTAL              PIC 9(8)V99 VALUE 0.
          05 WS-NSF-FEE-TOTAL                PIC 9(8)V99 VALUE 0.
          05 WS-NSF-RECOVERY-TOTAL           PIC 9(8)V99 VALUE 0.
          05 WS-FXPAY-STATUS                 PIC XX.
          05 WS-FX-EOF                       PIC XXX VALUE "NO".
          05 WS-FX-GAIN-TOTAL                PIC 9(8)V99 VALUE 0.
          05 WS-FX-LOSS-TOTAL                PIC 9(8)V99 VALUE 0.

      * Day totals, accumulated once per standing invoice number.

          05 WS-NET-SALES-TOTAL              PIC 9(8)V99 VALUE 0.
          05 WS-TAX-TOTAL                    PIC 9(8)V99 VALUE 0.
          05 WS-SVISSUE-TOTAL                PIC 9(8)V99 VALUE 0.
          05 WS-ESCHEAT-TOTAL                PIC 9(8)V99 VALUE 0.
          05 WS-SHIP-TOTAL                   PIC 9(8)V99 VALUE 0.

      * One entry per standing invoice on the extract date.

       01 WS-INVOICE-TABLE.
          05 WS-INV-COUNT                    PIC 999 VALUE 0.
             10 WS-INV-CREDIT                PIC 9(5)V99.
             10 WS-INV-ACCT                  PIC 9(5)V99.
             10 WS-INV-POINTS                PIC 9(5)V99.
             10 WS-INV-SHIP                  PIC 9(5)V99.

      * The loaded account map.

       01 PR-FLAG-LINE.
          05 PRF-TEXT                        PIC X(70).

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-SVLOG                    PIC X(60)
          VALUE "C:\COBOL\StoredValueLog.txt".
          05 UT-SYS-POALOG                   PIC X(60)
          VALUE "C:\COBOL\PaymentsOnAcct.txt".
          05 UT-SYS-NSFLOG                   PIC X(60)
          VALUE "C:\COBOL\NSFChecks.txt".
          05 UT-SYS-FXPAY                    PIC X(60)
          VALUE "C:\COBOL\FXPayments.txt".
          05 UT-SYS-GLACCTS                  PIC X(60)
          VALUE "C:\COBOL\GLAccounts.txt".
          05 UT-SYS-GLJRNL                   PIC X(60)
               MOVE PRH-DATE TO WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO PRH-DATE
           PERFORM 020-CHECK-PERIOD THRU 020-EXIT
           PERFORM 050-LOAD-ACCOUNT-MAP THRU 050-EXIT
           PERFORM 100-READY-SUMMARY THRU 100-EXIT
           PERFORM 200-LOAD-DAY-INVOICES THRU 200-EXIT
           PERFORM 300-TOTAL-INVOICES THRU 300-EXIT
           PERFORM 350-TOTAL-SV-ISSUES THRU 350-EXIT
           PERFORM 400-TOTAL-POA-PAYMENTS THRU 400-EXIT
           PERFORM 450-TOTAL-NSF THRU 450-EXIT
           PERFORM 470-TOTAL-FX THRU 470-EXIT
           PERFORM 500-WRITE-JOURNAL THRU 500-EXIT
           PERFORM 700-WRITE-PROOF THRU 700-EXIT
       STOP RUN.

      ******************************************************************
      * 020-CHECK-PERIOD ASKS PERIODCHK WHETHER THE EXTRACT DATE'S
      * MONTH IS STILL OPEN. A CLOSED MONTH ENDS THE RUN.
      ******************************************************************
       020-CHECK-PERIOD.
           MOVE WS-REPORT-DATE TO PC-POST-DATE
           MOVE "GLEXTRACT" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR
           MOVE "GL JOURNAL EXTRACT" TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-REPORT-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NO JOURNAL WRITTEN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

      ******************************************************************
      * 050-LOAD-ACCOUNT-MAP READS THE JOURNAL-KEY-TO-ACCOUNT MAP.
      ******************************************************************
       060-EXIT.

      ******************************************************************
      * 100-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO THE EXTRACT DAY. A SUMMARY THAT IS BEING REBUILT, CANNOT BE
      * WRITTEN, OR DOES NOT BALANCE ENDS THE RUN WITH NO JOURNAL.
      ******************************************************************
       100-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "GLEXTRAC" TO SB-PROGRAM
           MOVE WS-REPORT-DATE TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "NO JOURNAL WRITTEN"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN "F"
                   DISPLAY "DAILY SALES SUMMARY COULD NOT BE WRITTEN "
                       "- NO JOURNAL WRITTEN"
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
      * 200-LOAD-DAY-INVOICES KEEPS ONE ENTRY PER STANDING INVOICE
      * DATED THE EXTRACT DAY OFF THE DAILY SALES SUMMARY - A VOIDED
      * INVOICE IS NETTED OUT BY LEAVING IT OFF THE TABLE.
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
                       AND NOT SUM-VOIDED
                       PERFORM 220-KEEP-INVOICE THRU 220-EXIT
                   END-IF
           END-READ.
       210-EXIT.

       220-KEEP-INVOICE.
           IF WS-INV-COUNT < 500
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE SUM-INVOICE-NUMBER TO WS-INV-NUMBER (INV-IDX)
               MOVE SUM-NET-SALE TO WS-INV-NET (INV-IDX)
               MOVE SUM-SALES-TAX TO WS-INV-TAX (INV-IDX)
               MOVE SUM-INVOICE-TOTAL TO WS-INV-TOTAL (INV-IDX)
               MOVE SUM-AMOUNT-RECEIVED TO WS-INV-RECEIVED (INV-IDX)
               MOVE SUM-PAY-CASH-AMT TO WS-INV-CASH (INV-IDX)
               MOVE SUM-PAY-CHECK-AMT TO WS-INV-CHECK (INV-IDX)
               MOVE SUM-PAY-CARD-AMT TO WS-INV-CARD (INV-IDX)
               MOVE SUM-PAY-CREDIT-AMT TO WS-INV-CREDIT (INV-IDX)
               MOVE SUM-PAY-ACCT-AMT TO WS-INV-ACCT (INV-IDX)
               MOVE SUM-PAY-POINTS-AMT TO WS-INV-POINTS (INV-IDX)
               MOVE SUM-SHIP-CHARGE TO WS-INV-SHIP (INV-IDX)
           END-IF.
       220-EXIT.

       300-TOTAL-INVOICES.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INV-COUNT
               ADD WS-INV-NET (INV-IDX) TO WS-NET-SALES-TOTAL
               ADD WS-INV-TAX (INV-IDX) TO WS-TAX-TOTAL
               ADD WS-INV-CASH (INV-IDX) TO WS-CASH-TOTAL
               ADD WS-INV-CHECK (INV-IDX) TO WS-CHECK-TOTAL
               ADD WS-INV-CARD (INV-IDX) TO WS-CARD-TOTAL
               ADD WS-INV-CREDIT (INV-IDX) TO WS-CREDIT-TOTAL
               ADD WS-INV-ACCT (INV-IDX) TO WS-ACCT-TOTAL
               ADD WS-INV-POINTS (INV-IDX) TO WS-POINTS-TOTAL
               ADD WS-INV-SHIP (INV-IDX) TO WS-SHIP-TOTAL
               IF WS-INV-TOTAL (INV-IDX)
                   > WS-INV-RECEIVED (INV-IDX)
                   COMPUTE WS-LAYAWAY-AMT = WS-LAYAWAY-AMT
                       + WS-INV-TOTAL (INV-IDX)
                       - WS-INV-RECEIVED (INV-IDX)
               END-IF
           END-PERFORM.
       300-EXIT.

      ******************************************************************
      * 350-TOTAL-SV-ISSUES TOTALS THE DAY'S STORE-CREDIT ISSUES OFF
      * THE STORED-VALUE LOG (REDEMPTIONS ARE ALREADY A TENDER ON
      * THE INVOICES THEY PAID), AND THE DORMANT BALANCES ESCHEATED
      * TO THE STATE THAT DAY.
      ******************************************************************
       350-TOTAL-SV-ISSUES.
           OPEN INPUT STORED-VALUE-LOG
                       AND SVL-ACTION = "ISSUE"
                       ADD SVL-AMOUNT TO WS-SVISSUE-TOTAL
                   END-IF
                   IF SVL-DATE = WS-REPORT-DATE
                       AND SVL-ESCHEAT
                       ADD SVL-AMOUNT TO WS-ESCHEAT-TOTAL
                   END-IF
           END-READ.
       360-EXIT.

           END-READ.
       410-EXIT.

      ******************************************************************
      * 450-TOTAL-NSF TOTALS THE DAY'S RETURNED CHECKS, THEIR BANK
      * FEES, AND THE RECOVERIES TAKEN AGAINST THEM OFF THE NSF LOG.
      * HOLD-CLEARED ENTRIES CARRY NO MONEY AND ARE SKIPPED.
      ******************************************************************
       450-TOTAL-NSF.
           OPEN INPUT NSF-LOG-FILE
           IF WS-NSFLOG-STATUS NOT = "00"
               GO TO 450-EXIT
           END-IF
           PERFORM 460-READ-NSF THRU 460-EXIT
               UNTIL WS-NSF-EOF = "YES"
           CLOSE NSF-LOG-FILE.
       450-EXIT.

       460-READ-NSF.
           READ NSF-LOG-FILE
               AT END
                   MOVE "YES" TO WS-NSF-EOF
               NOT AT END
                   IF NSF-DATE = WS-REPORT-DATE
                       EVALUATE TRUE
                           WHEN NSF-RETURNED
                               ADD NSF-CHECK-AMT TO WS-NSF-CHECK-TOTAL
                               ADD NSF-BANK-FEE TO WS-NSF-FEE-TOTAL
                           WHEN NSF-RECOVERY
                               ADD NSF-CHECK-AMT
                                   TO WS-NSF-RECOVERY-TOTAL
                       END-EVALUATE
                   END-IF
           END-READ.
       460-EXIT.

      ******************************************************************
      * 470-TOTAL-FX TOTALS THE EXCHANGE GAINS AND LOSSES FXPOST
      * RECORDED ON THE EXTRACT DATE, GAINS AND LOSSES APART.
      ******************************************************************
       470-TOTAL-FX.
           OPEN INPUT FX-PAYMENT-FILE
           IF WS-FXPAY-STATUS NOT = "00"
               GO TO 470-EXIT
           END-IF
           PERFORM 480-READ-FX THRU 480-EXIT
               UNTIL WS-FX-EOF = "YES"
           CLOSE FX-PAYMENT-FILE.
       470-EXIT.

       480-READ-FX.
           READ FX-PAYMENT-FILE
               AT END
                   MOVE "YES" TO WS-FX-EOF
               NOT AT END
                   IF FX-POSTED-DATE = WS-REPORT-DATE
                       IF FX-GAIN-LOSS < ZEROS
                           SUBTRACT FX-GAIN-LOSS FROM WS-FX-LOSS-TOTAL
                       ELSE
                           ADD FX-GAIN-LOSS TO WS-FX-GAIN-TOTAL
                       END-IF
                   END-IF
           END-READ.
       480-EXIT.

      ******************************************************************
      * 500-WRITE-JOURNAL WRITES THE BALANCED JOURNAL: TENDERS, THE
      * LAYAWAY RECEIVABLE, AND THE RETURNS OFFSET AS DEBITS; SALES,
      * TAX, THE CREDIT-ISSUE LIABILITY, AND SHIPPING BILLED AS
      * CREDITS. ZERO LINES ARE NOT WRITTEN.
      ******************************************************************
       500-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE "SVISSUE" TO WS-WORK-KEY
           MOVE WS-SVISSUE-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT
           MOVE "SHIPPING" TO WS-WORK-KEY
           MOVE WS-SHIP-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT

      * Dormant card balances turned over to the state: the
      * store-credit liability comes down and unclaimed property
      * payable goes up until the remittance is paid.

           MOVE "SVISSUE" TO WS-WORK-KEY
           MOVE WS-ESCHEAT-TOTAL TO WS-POST-AMOUNT
           PERFORM 510-POST-DEBIT THRU 510-EXIT
           MOVE "ESCHEAT" TO WS-WORK-KEY
           MOVE WS-ESCHEAT-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT

      * Payments on account: cash in the drawer, receivable down.
      * Posted on the existing CASH and ARLAYAWAY accounts so the
           MOVE "ARLAYAWAY" TO WS-WORK-KEY
           MOVE WS-POA-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT

      * Returned checks: the deposit comes back out of CHECKS and the
      * client owes it, plus the fee, on the house account.

           MOVE "ARHOUSE" TO WS-WORK-KEY
           COMPUTE WS-POST-AMOUNT =
               WS-NSF-CHECK-TOTAL + WS-NSF-FEE-TOTAL
           PERFORM 510-POST-DEBIT THRU 510-EXIT
           MOVE "CHECKS" TO WS-WORK-KEY
           MOVE WS-NSF-CHECK-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT
           MOVE "NSFFEE" TO WS-WORK-KEY
           MOVE WS-NSF-FEE-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT

      * Recoveries against returned checks: cash in, house account
      * down.

           MOVE "CASH" TO WS-WORK-KEY
           MOVE WS-NSF-RECOVERY-TOTAL TO WS-POST-AMOUNT
           PERFORM 510-POST-DEBIT THRU 510-EXIT
           MOVE "ARHOUSE" TO WS-WORK-KEY
           MOVE WS-NSF-RECOVERY-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT

      * Exchange gain on operator payments: the payable was settled
      * for less home money than it was booked at. A loss is the
      * reverse.

           MOVE "OPPAYABLE" TO WS-WORK-KEY
           MOVE WS-FX-GAIN-TOTAL TO WS-POST-AMOUNT
           PERFORM 510-POST-DEBIT THRU 510-EXIT
           MOVE "FXGAINLOSS" TO WS-WORK-KEY
           MOVE WS-FX-GAIN-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT
           MOVE "FXGAINLOSS" TO WS-WORK-KEY
           MOVE WS-FX-LOSS-TOTAL TO WS-POST-AMOUNT
           PERFORM 510-POST-DEBIT THRU 510-EXIT
           MOVE "OPPAYABLE" TO WS-WORK-KEY
           MOVE WS-FX-LOSS-TOTAL TO WS-POST-AMOUNT
           PERFORM 520-POST-CREDIT THRU 520-EXIT
           CLOSE GL-JOURNAL-FILE.
       500-EXIT.

           MOVE "SALES TAX" TO PRD-LABEL
           MOVE WS-TAX-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "SHIPPING BILLED" TO PRD-LABEL
           MOVE WS-SHIP-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "LAYAWAY REMAINDER" TO PRD-LABEL
           MOVE WS-LAYAWAY-AMT TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "STORE CREDIT ISSUED" TO PRD-LABEL
           MOVE WS-SVISSUE-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "STORED VALUE ESCHEATED" TO PRD-LABEL
           MOVE WS-ESCHEAT-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "PAYMENTS ON ACCOUNT" TO PRD-LABEL
           MOVE WS-POA-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "RETURNED CHECKS (NSF)" TO PRD-LABEL
           MOVE WS-NSF-CHECK-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "NSF FEES CHARGED" TO PRD-LABEL
           MOVE WS-NSF-FEE-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "NSF RECOVERIES" TO PRD-LABEL
           MOVE WS-NSF-RECOVERY-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "EXCHANGE GAIN REALIZED" TO PRD-LABEL
           MOVE WS-FX-GAIN-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE "EXCHANGE LOSS REALIZED" TO PRD-LABEL
           MOVE WS-FX-LOSS-TOTAL TO PRD-AMOUNT
           WRITE PROOF-RECORD FROM PR-DETAIL
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE "JOURNAL DEBITS" TO PRD-LABEL
