       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLEDGER.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * General ledger. GLEXTRACT's balanced journal used to be keyed
      * again into the accountant's ledger package just to see a
      * trial balance; this program keeps the ledger here instead.
      *
      *   P  posts the night's GLJournal.txt into the month balances
      *      (GLBalances.txt, see copybooks/GLBAL.cpy), appends its
      *      lines to the posted journal (GLPosted.txt) under a new
      *      batch number, and logs the batch (GLBatches.txt). The
      *      journal is refused whole - nothing posts - when its
      *      debits and credits differ, its journal date has already
      *      been posted, its lines carry more than one date, or it
      *      names an account not on the chart.
      *   C  maintains the chart of accounts (GLChart.txt, see
      *      copybooks/GLCHART.cpy): add, change, list, and pick up
      *      the account numbers GLAccounts.txt maps the journal keys
      *      to that the chart does not have yet.
      *   T  trial balance as of a month end.
      *   I  income statement for a month, beside the month before
      *      and the same month last year.
      *   B  balance sheet at a month end, beside the month end
      *      before and the same month end last year.
      *   D  drill-down: one account's posted journal lines for a
      *      month, with the opening balance and a running balance.
      *
      * The fiscal year is the calendar year. Revenue and expense
      * accounts report the year to date; the years before roll into
      * retained earnings on the trial balance and the balance sheet,
      * and the year to date shows as current year earnings, so no
      * year-end closing entry is needed. Posting and the chart take
      * the GLPOST function (supervisor level with no matrix on file);
      * the reports take GLEDGER. A journal dated in a month closed
      * through PERIODMNT is refused like any other posting, and
      * PERIODCHK logs the attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the chart of accounts.

       SELECT GL-CHART-FILE
               ASSIGN TO UT-SYS-GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCHART-STATUS.

      * Select statement for the month balances.

       SELECT GL-BALANCE-FILE
               ASSIGN TO UT-SYS-GLBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.

      * Select statement for the posted journal lines.

       SELECT GL-POSTED-FILE
               ASSIGN TO UT-SYS-GLPOSTED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOSTED-STATUS.

      * Select statement for the batch log.

       SELECT GL-BATCH-FILE
               ASSIGN TO UT-SYS-GLBATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBATCH-STATUS.

      * Select statement for GLEXTRACT's journal.

       SELECT GL-JOURNAL-FILE
               ASSIGN TO UT-SYS-GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

      * Select statement for GLEXTRACT's account mapping file.

       SELECT GL-ACCOUNT-FILE
               ASSIGN TO UT-SYS-GLACCTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCTS-STATUS.

      * Select statement for the printed ledger reports.

       SELECT GL-REPORT-FILE
               ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the chart of accounts.

       FD  GL-CHART-FILE.
       COPY GLCHART.

      * File description for the month balances.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

      * File description for the posted journal lines.

       FD  GL-POSTED-FILE.
       COPY GLPOSTED.

      * File description for the batch log.

       FD  GL-BATCH-FILE.
       COPY GLBATCH.

      * File description for the journal - same 40 bytes as GJ-RECORD
      * in GLEXTRACT.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GJ-RECORD.
           05 GJ-DATE                    PIC 9(8).
           05 GJ-ACCOUNT-NO              PIC X(8).
           05 GJ-DC                      PIC X.
           05 GJ-AMOUNT                  PIC 9(9)V99.
           05 GJ-SOURCE-KEY              PIC X(10).
           05 FILLER                     PIC X(2).

      * File description for the account mapping file - same layout
      * as GA-RECORD in GLEXTRACT.

       FD  GL-ACCOUNT-FILE.
       01  GA-RECORD.
           05 GA-KEY                     PIC X(10).
           05 GA-ACCOUNT-NO              PIC X(8).

      * File description for the printed ledger reports.

       FD  GL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-RECORD                      PIC X(100).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-CHART-MODE                   PIC X.
          05 WS-GLCHART-STATUS               PIC XX.
          05 WS-GLBAL-STATUS                 PIC XX.
          05 WS-GLPOSTED-STATUS              PIC XX.
          05 WS-GLBATCH-STATUS               PIC XX.
          05 WS-GLJRNL-STATUS                PIC XX.
          05 WS-GLACCTS-STATUS               PIC XX.
          05 WS-GC-EOF                       PIC XXX VALUE "NO".
          05 WS-GC-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-GB-EOF                       PIC XXX VALUE "NO".
          05 WS-GB-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-GP-EOF                       PIC XXX VALUE "NO".
          05 WS-GK-EOF                       PIC XXX VALUE "NO".
          05 WS-GJ-EOF                       PIC XXX VALUE "NO".
          05 WS-GA-EOF                       PIC XXX VALUE "NO".
          05 WS-FOUND                        PIC XXX.
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-HIGH-BATCH                   PIC 9(6) VALUE 0.
          05 WS-BATCH-NO                     PIC 9(6).
          05 WS-JOURNAL-DATE                 PIC 9(8).
          05 WS-JOURNAL-PERIOD               PIC 9(6).
          05 WS-MIXED-DATES                  PIC XXX.
          05 WS-ALREADY-POSTED               PIC XXX.
          05 WS-UNKNOWN-COUNT                PIC 999.
          05 WS-JRNL-DEBITS                  PIC 9(10)V99.
          05 WS-JRNL-CREDITS                 PIC 9(10)V99.
          05 WS-GC-SUB                       PIC 999.
          05 WS-GC-SUB2                      PIC 999.
          05 WS-GB-SUB                       PIC 9(4).
          05 WS-GB-FOUND-SUB                 PIC 9(4).
          05 WS-GK-SUB                       PIC 9(4).
          05 WS-GJ-SUB                       PIC 999.
          05 WS-GA-SUB                       PIC 99.
          05 WS-COL                          PIC 9.
          05 WS-CONFIRM                      PIC X.
          05 WS-INPUT-ACCOUNT                PIC X(8).
          05 WS-INPUT-NAME                   PIC X(30).
          05 WS-INPUT-TYPE                   PIC X.
          05 WS-DRILL-COUNT                  PIC 9(5).
          05 WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-REPORT-PATH                  PIC X(60).

      * Period arithmetic. WS-WORK-PERIOD is the month being worked
      * with; its year and month are broken out for stepping back.

       01 WS-REPORT-PERIOD                   PIC 9(6).
       01 WS-WORK-PERIOD                     PIC 9(6).
       01 WS-WORK-PERIOD-X REDEFINES WS-WORK-PERIOD.
          05 WS-WP-YYYY                      PIC 9(4).
          05 WS-WP-MM                        PIC 99.

      * The three report columns - the month asked for, the month
      * before, and the same month a year earlier.

       01 WS-COLUMNS.
          05 WS-COL-PERIOD                   PIC 9(6) OCCURS 3 TIMES.
          05 WS-COL-AMT                      PIC S9(12)V99
                                             OCCURS 3 TIMES.
          05 WS-COL-TOTAL1                   PIC S9(12)V99
                                             OCCURS 3 TIMES.
          05 WS-COL-TOTAL2                   PIC S9(12)V99
                                             OCCURS 3 TIMES.
          05 WS-COL-TOTAL3                   PIC S9(12)V99
                                             OCCURS 3 TIMES.

      * Balance arithmetic: 850 sums one account's debits less
      * credits over a range of months; 860 turns that into the
      * account's balance as of a month end, on its normal side.

       01 WS-SUM-VARS.
          05 WS-SUM-ACCOUNT                  PIC X(8).
          05 WS-SUM-FROM                     PIC 9(6).
          05 WS-SUM-TO                       PIC 9(6).
          05 WS-SUM-NET                      PIC S9(12)V99.
          05 WS-ASOF-PERIOD                  PIC 9(6).
          05 WS-ACCT-BAL                     PIC S9(12)V99.
          05 WS-EARNINGS                     PIC S9(12)V99.
          05 WS-RUNNING-BAL                  PIC S9(12)V99.
          05 WS-TB-DEBITS                    PIC S9(12)V99.
          05 WS-TB-CREDITS                   PIC S9(12)V99.

      * The chart of accounts, in account number order.

       01 WS-GC-TABLE.
          05 WS-GC-COUNT                     PIC 999 VALUE 0.
          05 WS-GC-ENTRIES OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-GC-COUNT
               INDEXED BY GC-IDX.
             10 WS-GC-ACCOUNT                PIC X(8).
             10 WS-GC-NAME                   PIC X(30).
             10 WS-GC-TYPE                   PIC X.
                88 WS-GC-DEBIT-NORMAL        VALUE "A" "E".
                88 WS-GC-INCOME-ACCOUNT      VALUE "R" "E".

      * The month balances, held whole while a journal posts into
      * them, then written back out.

       01 WS-GB-TABLE.
          05 WS-GB-COUNT                     PIC 9(4) VALUE 0.
          05 WS-GB-ENTRIES OCCURS 0 TO 6000 TIMES
               DEPENDING ON WS-GB-COUNT
               INDEXED BY GB-IDX.
             10 WS-GB-ACCOUNT                PIC X(8).
             10 WS-GB-PERIOD                 PIC 9(6).
             10 WS-GB-DEBITS                 PIC 9(11)V99.
             10 WS-GB-CREDITS                PIC 9(11)V99.

      * The journal dates already posted.

       01 WS-GK-TABLE.
          05 WS-GK-COUNT                     PIC 9(4) VALUE 0.
          05 WS-GK-ENTRIES OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-GK-COUNT
               INDEXED BY GK-IDX.
             10 WS-GK-DATE                   PIC 9(8).

      * The journal being posted.

       01 WS-GJ-TABLE.
          05 WS-GJ-COUNT                     PIC 999 VALUE 0.
          05 WS-GJ-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-GJ-COUNT
               INDEXED BY GJ-IDX.
             10 WS-GJ-DATE                   PIC 9(8).
             10 WS-GJ-ACCOUNT                PIC X(8).
             10 WS-GJ-DC                     PIC X.
             10 WS-GJ-AMOUNT                 PIC 9(9)V99.
             10 WS-GJ-KEY                    PIC X(10).

      * GLEXTRACT's journal keys and the accounts they map to, for
      * picking up accounts the chart does not have yet.

       01 WS-GA-TABLE.
          05 WS-GA-COUNT                     PIC 99 VALUE 0.
          05 WS-GA-ENTRIES OCCURS 0 TO 31 TIMES
               DEPENDING ON WS-GA-COUNT
               INDEXED BY GA-IDX.
             10 WS-GA-KEY                    PIC X(10).
             10 WS-GA-ACCOUNT                PIC X(8).

      * Operator sign-on and the shared OPCHECK permission check.

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

       01 WS-SIGNON-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.

      * Report lines shared by the reports.

       01 RP-HEADING1.
          05 RPH-TITLE                       PIC X(44).
          05 RPH-PERIOD                      PIC 9(6).
          05                                 PIC X(10)
                                    VALUE "    RUN ".
          05 RPH-DATE                        PIC 9(8).
          05                                 PIC X(32) VALUE SPACES.

       01 RP-TEXT-LINE.
          05 RPT-TEXT                        PIC X(100).

      * Trial balance lines.

       01 TB-HEADING2.
          05                                 PIC X(10) VALUE "ACCOUNT".
          05                                 PIC X(32) VALUE "NAME".
          05                                 PIC X(5)  VALUE "TYPE".
          05                                 PIC X(14)
                                    VALUE "         DEBIT".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(14)
                                    VALUE "        CREDIT".
          05                                 PIC X(23) VALUE SPACES.

       01 TB-DETAIL.
          05 TBD-ACCOUNT                     PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 TBD-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 TBD-TYPE                        PIC X.
          05                                 PIC X(4)  VALUE SPACES.
          05 TBD-DEBIT                       PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 TBD-CREDIT                      PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(23) VALUE SPACES.

       01 TB-TOTAL.
          05 TBT-LABEL                       PIC X(47).
          05 TBT-DEBIT                       PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 TBT-CREDIT                      PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 TBT-FLAG                        PIC X(21).

      * Statement lines - the income statement and balance sheet
      * print three columns.

       01 ST-HEADING2.
          05                                 PIC X(42)
                                    VALUE "ACCOUNT".
          05                                 PIC X(18)
                                    VALUE "        THIS MONTH".
          05                                 PIC X(18)
                                    VALUE "       PRIOR MONTH".
          05                                 PIC X(18)
                                    VALUE "   MONTH LAST YEAR".
          05                                 PIC X(4)  VALUE SPACES.

       01 ST-PERIOD-LINE.
          05                                 PIC X(42)
                                    VALUE "  (PERIOD YYYYMM)".
          05 STP-GROUP OCCURS 3 TIMES.
             10                              PIC X(12).
             10 STP-PERIOD                   PIC 9(6).
          05                                 PIC X(4)  VALUE SPACES.

       01 ST-DETAIL.
          05                                 PIC X(2)  VALUE SPACES.
          05 STD-ACCOUNT                     PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 STD-NAME                        PIC X(30).
          05 STD-GROUP OCCURS 3 TIMES.
             10                              PIC X(3).
             10 STD-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99-.
          05                                 PIC X(4)  VALUE SPACES.

      * Drill-down lines.

       01 DR-HEADING2.
          05                                 PIC X(8)  VALUE "ACCOUNT".
          05 DRH-ACCOUNT                     PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 DRH-NAME                        PIC X(30).
          05                                 PIC X(6)  VALUE " TYPE ".
          05 DRH-TYPE                        PIC X.
          05                                 PIC X(45) VALUE SPACES.

       01 DR-HEADING3.
          05                                 PIC X(8)  VALUE "BATCH".
          05                                 PIC X(11)
                                    VALUE "JRNL DATE".
          05                                 PIC X(12)
                                    VALUE "SOURCE KEY".
          05                                 PIC X(4)  VALUE "D/C".
          05                                 PIC X(17)
                                    VALUE "           AMOUNT".
          05                                 PIC X(15)
                                    VALUE "        BALANCE".
          05                                 PIC X(33) VALUE SPACES.

       01 DR-DETAIL.
          05 DRD-BATCH                       PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 DRD-DATE                        PIC 9(8).
          05                                 PIC X(3)  VALUE SPACES.
          05 DRD-KEY                         PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 DRD-DC                          PIC X.
          05                                 PIC X(3)  VALUE SPACES.
          05 DRD-AMOUNT                      PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 DRD-BALANCE                     PIC ZZZ,ZZZ,ZZ9.99-.
          05                                 PIC X(33) VALUE SPACES.

       01 DR-BALANCE-LINE.
          05 DRB-LABEL                       PIC X(52).
          05 DRB-BALANCE                     PIC ZZZ,ZZZ,ZZ9.99-.
          05                                 PIC X(33) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-GLCHART                  PIC X(60)
          VALUE "C:\COBOL\GLChart.txt".
          05 UT-SYS-GLBAL                    PIC X(60)
          VALUE "C:\COBOL\GLBalances.txt".
          05 UT-SYS-GLPOSTED                 PIC X(60)
          VALUE "C:\COBOL\GLPosted.txt".
          05 UT-SYS-GLBATCH                  PIC X(60)
          VALUE "C:\COBOL\GLBatches.txt".
          05 UT-SYS-GLJRNL                   PIC X(60)
          VALUE "C:\COBOL\GLJournal.txt".
          05 UT-SYS-GLACCTS                  PIC X(60)
          VALUE "C:\COBOL\GLAccounts.txt".
          05 UT-SYS-GLTRIAL                  PIC X(60)
          VALUE "C:\COBOL\GLTrialBalance.txt".
          05 UT-SYS-GLINCOME                 PIC X(60)
          VALUE "C:\COBOL\GLIncomeStmt.txt".
          05 UT-SYS-GLBALSHT                 PIC X(60)
          VALUE "C:\COBOL\GLBalanceSheet.txt".
          05 UT-SYS-GLDRILL                  PIC X(60)
          VALUE "C:\COBOL\GLDrillDown.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, LOADS THE CHART AND THE
      * MONTH BALANCES, AND ROUTES TO THE CHOSEN FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 100-LOAD-CHART THRU 100-EXIT
           PERFORM 120-LOAD-BALANCES THRU 120-EXIT
           DISPLAY "GENERAL LEDGER - P=POST JOURNAL C=CHART OF "
               "ACCOUNTS T=TRIAL BALANCE"
           DISPLAY "   I=INCOME STATEMENT B=BALANCE SHEET "
               "D=ACCOUNT DRILL-DOWN"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "P"
               WHEN "p"
                   PERFORM 200-POST-JOURNAL THRU 200-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 300-CHART-MAINTENANCE THRU 300-EXIT
               WHEN "T"
               WHEN "t"
                   PERFORM 500-TRIAL-BALANCE THRU 500-EXIT
               WHEN "I"
               WHEN "i"
                   PERFORM 550-INCOME-STATEMENT THRU 550-EXIT
               WHEN "B"
               WHEN "b"
                   PERFORM 600-BALANCE-SHEET THRU 600-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 700-DRILL-DOWN THRU 700-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE GLEDGER
      * FUNCTION. A REFUSAL ENDS THE SESSION.
      ******************************************************************
       020-OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON HAND - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 030-READ-OPERATOR THRU 030-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "GLEDGER" TO SO-PROGRAM
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
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "GLEDGER" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE GLEDGER FUNCTION - "
                   "SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

       030-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = WS-OPERATOR-ID
                       MOVE "YES" TO WS-OP-FOUND
                       MOVE OP-AUTH-LEVEL TO WS-OPERATOR-AUTH
                   END-IF
           END-READ.
       030-EXIT.

      ******************************************************************
      * 040-CHECK-GLPOST ASKS OPCHECK FOR THE GLPOST FUNCTION THE
      * POSTING RUN AND THE CHART TAKE. PM-ALLOWED COMES BACK "Y" OR
      * "N".
      ******************************************************************
       040-CHECK-GLPOST.
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "GLPOST" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "POSTING AND THE CHART OF ACCOUNTS NEED THE "
                   "GLPOST FUNCTION"
           END-IF.
       040-EXIT.

      ******************************************************************
      * 100-LOAD-CHART READS THE CHART OF ACCOUNTS INTO THE TABLE. THE
      * FILE IS OPTIONAL UNTIL THE FIRST ACCOUNT IS ADDED.
      ******************************************************************
       100-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
           IF WS-GLCHART-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM UNTIL WS-GC-EOF = "YES"
               READ GL-CHART-FILE
                   AT END
                       MOVE "YES" TO WS-GC-EOF
                   NOT AT END
                       IF WS-GC-COUNT < 300
                           ADD 1 TO WS-GC-COUNT
                           SET GC-IDX TO WS-GC-COUNT
                           MOVE GC-ACCOUNT-NO
                               TO WS-GC-ACCOUNT (GC-IDX)
                           MOVE GC-NAME TO WS-GC-NAME (GC-IDX)
                           MOVE GC-TYPE TO WS-GC-TYPE (GC-IDX)
                       ELSE
                           MOVE "YES" TO WS-GC-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-CHART-FILE.
       100-EXIT.

      ******************************************************************
      * 120-LOAD-BALANCES READS THE MONTH BALANCES INTO THE TABLE.
      ******************************************************************
       120-LOAD-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLBAL-STATUS NOT = "00"
               GO TO 120-EXIT
           END-IF
           PERFORM UNTIL WS-GB-EOF = "YES"
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "YES" TO WS-GB-EOF
                   NOT AT END
                       IF WS-GB-COUNT < 6000
                           ADD 1 TO WS-GB-COUNT
                           SET GB-IDX TO WS-GB-COUNT
                           MOVE GB-ACCOUNT-NO
                               TO WS-GB-ACCOUNT (GB-IDX)
                           MOVE GB-PERIOD TO WS-GB-PERIOD (GB-IDX)
                           MOVE GB-DEBITS TO WS-GB-DEBITS (GB-IDX)
                           MOVE GB-CREDITS TO WS-GB-CREDITS (GB-IDX)
                       ELSE
                           MOVE "YES" TO WS-GB-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE
           IF WS-GB-OVERFLOW = "YES"
               DISPLAY "*** GLBALANCES EXCEEDS 6000 LINES - "
                   "REPORTS ARE INCOMPLETE, POSTING REFUSED"
           END-IF.
       120-EXIT.

      ******************************************************************
      * 140-LOAD-BATCHES READS THE BATCH LOG FOR THE JOURNAL DATES
      * ALREADY POSTED AND THE HIGHEST BATCH NUMBER USED.
      ******************************************************************
       140-LOAD-BATCHES.
           OPEN INPUT GL-BATCH-FILE
           IF WS-GLBATCH-STATUS NOT = "00"
               GO TO 140-EXIT
           END-IF
           PERFORM UNTIL WS-GK-EOF = "YES"
               READ GL-BATCH-FILE
                   AT END
                       MOVE "YES" TO WS-GK-EOF
                   NOT AT END
                       IF GK-BATCH-NO > WS-HIGH-BATCH
                           MOVE GK-BATCH-NO TO WS-HIGH-BATCH
                       END-IF
                       IF WS-GK-COUNT < 5000
                           ADD 1 TO WS-GK-COUNT
                           SET GK-IDX TO WS-GK-COUNT
                           MOVE GK-JOURNAL-DATE TO WS-GK-DATE (GK-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BATCH-FILE.
       140-EXIT.

      ******************************************************************
      * 160-FIND-ACCOUNT SETS WS-GC-SUB TO WS-INPUT-ACCOUNT'S SLOT IN
      * THE CHART, ZERO WHEN IT IS NOT ON THE CHART.
      ******************************************************************
       160-FIND-ACCOUNT.
           MOVE ZEROS TO WS-GC-SUB
           PERFORM VARYING WS-GC-SUB2 FROM 1 BY 1
               UNTIL WS-GC-SUB2 > WS-GC-COUNT OR WS-GC-SUB > ZEROS
               IF WS-GC-ACCOUNT (WS-GC-SUB2) = WS-INPUT-ACCOUNT
                   MOVE WS-GC-SUB2 TO WS-GC-SUB
               END-IF
           END-PERFORM.
       160-EXIT.

      ******************************************************************
      * 200-POST-JOURNAL POSTS GLEXTRACT'S JOURNAL. EVERYTHING IS
      * CHECKED BEFORE ANYTHING IS WRITTEN, SO A REFUSED JOURNAL
      * LEAVES THE LEDGER AS IT WAS.
      ******************************************************************
       200-POST-JOURNAL.
           PERFORM 040-CHECK-GLPOST THRU 040-EXIT
           IF PM-ALLOWED NOT = "Y"
               GO TO 200-EXIT
           END-IF
           IF WS-GB-OVERFLOW = "YES"
               GO TO 200-EXIT
           END-IF
           PERFORM 140-LOAD-BATCHES THRU 140-EXIT
           PERFORM 210-LOAD-JOURNAL THRU 210-EXIT
           IF WS-GJ-COUNT = ZEROS
               DISPLAY "NO JOURNAL LINES ON HAND - NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           MOVE WS-JRNL-DEBITS TO WS-EDIT-AMOUNT
           DISPLAY "JOURNAL " WS-JOURNAL-DATE " - " WS-GJ-COUNT
               " LINES, DEBITS " WS-EDIT-AMOUNT
           MOVE WS-JRNL-CREDITS TO WS-EDIT-AMOUNT
           DISPLAY "                         CREDITS " WS-EDIT-AMOUNT
           IF WS-GJ-EOF NOT = "YES"
               DISPLAY "JOURNAL EXCEEDS 200 LINES - REFUSED, NOTHING "
                   "POSTED"
               GO TO 200-EXIT
           END-IF
           IF WS-MIXED-DATES = "YES"
               DISPLAY "JOURNAL LINES CARRY MORE THAN ONE DATE - "
                   "REFUSED, NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           MOVE WS-JOURNAL-DATE TO PC-POST-DATE
           MOVE "GLEDGER" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE "GL JOURNAL POSTING" TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-JOURNAL-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - REFUSED, NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           IF WS-JRNL-DEBITS NOT = WS-JRNL-CREDITS
               DISPLAY "JOURNAL DOES NOT BALANCE - REFUSED, NOTHING "
                   "POSTED"
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-ALREADY-POSTED
           PERFORM VARYING WS-GK-SUB FROM 1 BY 1
               UNTIL WS-GK-SUB > WS-GK-COUNT
               IF WS-GK-DATE (WS-GK-SUB) = WS-JOURNAL-DATE
                   MOVE "YES" TO WS-ALREADY-POSTED
               END-IF
           END-PERFORM
           IF WS-ALREADY-POSTED = "YES"
               DISPLAY "JOURNAL FOR " WS-JOURNAL-DATE " WAS ALREADY "
                   "POSTED - REFUSED, NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           MOVE ZEROS TO WS-UNKNOWN-COUNT
           PERFORM VARYING WS-GJ-SUB FROM 1 BY 1
               UNTIL WS-GJ-SUB > WS-GJ-COUNT
               MOVE WS-GJ-ACCOUNT (WS-GJ-SUB) TO WS-INPUT-ACCOUNT
               PERFORM 160-FIND-ACCOUNT THRU 160-EXIT
               IF WS-GC-SUB = ZEROS
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "ACCOUNT " WS-GJ-ACCOUNT (WS-GJ-SUB)
                       " (KEY " WS-GJ-KEY (WS-GJ-SUB)
                       ") IS NOT ON THE CHART"
               END-IF
           END-PERFORM
           IF WS-UNKNOWN-COUNT > ZEROS
               DISPLAY "ADD THE ACCOUNTS ABOVE TO THE CHART - "
                   "REFUSED, NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           IF WS-GB-COUNT + WS-GJ-COUNT > 6000
               DISPLAY "GLBALANCES WOULD EXCEED 6000 LINES - "
                   "REFUSED, NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "POST THIS JOURNAL? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING POSTED"
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-BATCH-NO = WS-HIGH-BATCH + 1
           DIVIDE WS-JOURNAL-DATE BY 100 GIVING WS-JOURNAL-PERIOD
           PERFORM 230-POST-LINES THRU 230-EXIT
           PERFORM 250-REWRITE-BALANCES THRU 250-EXIT
           MOVE WS-BATCH-NO TO GK-BATCH-NO
           MOVE WS-JOURNAL-DATE TO GK-JOURNAL-DATE
           MOVE WS-GJ-COUNT TO GK-LINES
           MOVE WS-JRNL-DEBITS TO GK-DEBITS
           MOVE WS-JRNL-CREDITS TO GK-CREDITS
           MOVE WS-RUN-DATE TO GK-POSTED-DATE
           MOVE WS-OPERATOR-ID TO GK-OPERATOR
           OPEN EXTEND GL-BATCH-FILE
           IF WS-GLBATCH-STATUS NOT = "00"
               OPEN OUTPUT GL-BATCH-FILE
           END-IF
           WRITE GK-RECORD
           CLOSE GL-BATCH-FILE
           DISPLAY "JOURNAL " WS-JOURNAL-DATE " POSTED AS BATCH "
               WS-BATCH-NO.
       200-EXIT.

      ******************************************************************
      * 210-LOAD-JOURNAL READS THE JOURNAL INTO THE TABLE, TOTALLING
      * DEBITS AND CREDITS AND NOTING WHETHER EVERY LINE CARRIES THE
      * SAME DATE. WS-GJ-EOF IS LEFT "NO" WHEN THE JOURNAL DID NOT
      * FIT.
      ******************************************************************
       210-LOAD-JOURNAL.
           MOVE ZEROS TO WS-JRNL-DEBITS WS-JRNL-CREDITS WS-JOURNAL-DATE
           MOVE "NO" TO WS-MIXED-DATES
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "YES" TO WS-GJ-EOF
               GO TO 210-EXIT
           END-IF
           PERFORM 220-READ-JOURNAL THRU 220-EXIT
               UNTIL WS-GJ-EOF = "YES" OR WS-GJ-COUNT >= 200
           IF WS-GJ-EOF NOT = "YES"
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "YES" TO WS-GJ-EOF
               END-READ
           END-IF
           CLOSE GL-JOURNAL-FILE.
       210-EXIT.

       220-READ-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "YES" TO WS-GJ-EOF
               NOT AT END
                   ADD 1 TO WS-GJ-COUNT
                   SET GJ-IDX TO WS-GJ-COUNT
                   MOVE GJ-DATE TO WS-GJ-DATE (GJ-IDX)
                   MOVE GJ-ACCOUNT-NO TO WS-GJ-ACCOUNT (GJ-IDX)
                   MOVE GJ-DC TO WS-GJ-DC (GJ-IDX)
                   MOVE GJ-AMOUNT TO WS-GJ-AMOUNT (GJ-IDX)
                   MOVE GJ-SOURCE-KEY TO WS-GJ-KEY (GJ-IDX)
                   IF WS-GJ-COUNT = 1
                       MOVE GJ-DATE TO WS-JOURNAL-DATE
                   END-IF
                   IF GJ-DATE NOT = WS-JOURNAL-DATE
                       MOVE "YES" TO WS-MIXED-DATES
                   END-IF
                   IF GJ-DC = "D"
                       ADD GJ-AMOUNT TO WS-JRNL-DEBITS
                   ELSE
                       ADD GJ-AMOUNT TO WS-JRNL-CREDITS
                   END-IF
           END-READ.
       220-EXIT.

      ******************************************************************
      * 230-POST-LINES APPENDS EACH JOURNAL LINE TO THE POSTED JOURNAL
      * UNDER THE BATCH NUMBER AND ADDS IT INTO ITS ACCOUNT'S MONTH
      * BALANCE, STARTING A NEW MONTH BALANCE WHERE THERE IS NONE.
      ******************************************************************
       230-POST-LINES.
           OPEN EXTEND GL-POSTED-FILE
           IF WS-GLPOSTED-STATUS NOT = "00"
               OPEN OUTPUT GL-POSTED-FILE
           END-IF
           PERFORM VARYING WS-GJ-SUB FROM 1 BY 1
               UNTIL WS-GJ-SUB > WS-GJ-COUNT
               MOVE WS-BATCH-NO TO GP-BATCH-NO
               MOVE WS-GJ-DATE (WS-GJ-SUB) TO GP-DATE
               MOVE WS-GJ-ACCOUNT (WS-GJ-SUB) TO GP-ACCOUNT-NO
               MOVE WS-GJ-DC (WS-GJ-SUB) TO GP-DC
               MOVE WS-GJ-AMOUNT (WS-GJ-SUB) TO GP-AMOUNT
               MOVE WS-GJ-KEY (WS-GJ-SUB) TO GP-SOURCE-KEY
               MOVE WS-RUN-DATE TO GP-POSTED-DATE
               WRITE GP-RECORD
               PERFORM 240-ADD-TO-BALANCE THRU 240-EXIT
           END-PERFORM
           CLOSE GL-POSTED-FILE.
       230-EXIT.

       240-ADD-TO-BALANCE.
           MOVE ZEROS TO WS-GB-FOUND-SUB
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
               OR WS-GB-FOUND-SUB > ZEROS
               IF WS-GB-ACCOUNT (WS-GB-SUB) = WS-GJ-ACCOUNT (WS-GJ-SUB)
                   AND WS-GB-PERIOD (WS-GB-SUB) = WS-JOURNAL-PERIOD
                   MOVE WS-GB-SUB TO WS-GB-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-GB-FOUND-SUB = ZEROS
               ADD 1 TO WS-GB-COUNT
               MOVE WS-GB-COUNT TO WS-GB-FOUND-SUB
               MOVE WS-GJ-ACCOUNT (WS-GJ-SUB)
                   TO WS-GB-ACCOUNT (WS-GB-FOUND-SUB)
               MOVE WS-JOURNAL-PERIOD TO WS-GB-PERIOD (WS-GB-FOUND-SUB)
               MOVE ZEROS TO WS-GB-DEBITS (WS-GB-FOUND-SUB)
                   WS-GB-CREDITS (WS-GB-FOUND-SUB)
           END-IF
           IF WS-GJ-DC (WS-GJ-SUB) = "D"
               ADD WS-GJ-AMOUNT (WS-GJ-SUB)
                   TO WS-GB-DEBITS (WS-GB-FOUND-SUB)
           ELSE
               ADD WS-GJ-AMOUNT (WS-GJ-SUB)
                   TO WS-GB-CREDITS (WS-GB-FOUND-SUB)
           END-IF.
       240-EXIT.

      ******************************************************************
      * 250-REWRITE-BALANCES WRITES THE MONTH BALANCES BACK OUT FROM
      * THE TABLE.
      ******************************************************************
       250-REWRITE-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
               MOVE WS-GB-ACCOUNT (WS-GB-SUB) TO GB-ACCOUNT-NO
               MOVE WS-GB-PERIOD (WS-GB-SUB) TO GB-PERIOD
               MOVE WS-GB-DEBITS (WS-GB-SUB) TO GB-DEBITS
               MOVE WS-GB-CREDITS (WS-GB-SUB) TO GB-CREDITS
               WRITE GB-RECORD
           END-PERFORM
           CLOSE GL-BALANCE-FILE.
       250-EXIT.

      ******************************************************************
      * 300-CHART-MAINTENANCE ADDS AND CHANGES ACCOUNTS, LISTS THE
      * CHART, AND PICKS UP THE ACCOUNTS GLACCOUNTS.TXT MAPS THAT THE
      * CHART DOES NOT HAVE. THE CHART IS WRITTEN BACK WHOLE AFTER A
      * CHANGE.
      ******************************************************************
       300-CHART-MAINTENANCE.
           PERFORM 040-CHECK-GLPOST THRU 040-EXIT
           IF PM-ALLOWED NOT = "Y"
               GO TO 300-EXIT
           END-IF
           IF WS-GC-OVERFLOW = "YES"
               DISPLAY "CHART EXCEEDS 300 ACCOUNTS - MAINTENANCE "
                   "REFUSED, NOTHING CHANGED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "CHART - A=ADD N=CHANGE NAME/TYPE S=PICK UP "
               "MAPPED ACCOUNTS L=LIST"
           ACCEPT WS-CHART-MODE
           EVALUATE WS-CHART-MODE
               WHEN "A"
               WHEN "a"
                   PERFORM 310-ADD-ACCOUNT THRU 310-EXIT
               WHEN "N"
               WHEN "n"
                   PERFORM 330-CHANGE-ACCOUNT THRU 330-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 350-PICK-UP-MAPPED THRU 350-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 390-LIST-CHART THRU 390-EXIT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

       310-ADD-ACCOUNT.
           DISPLAY "ENTER ACCOUNT NUMBER"
           MOVE SPACES TO WS-INPUT-ACCOUNT
           ACCEPT WS-INPUT-ACCOUNT
           IF WS-INPUT-ACCOUNT = SPACES
               DISPLAY "NO ACCOUNT NUMBER - NOTHING ADDED"
               GO TO 310-EXIT
           END-IF
           PERFORM 160-FIND-ACCOUNT THRU 160-EXIT
           IF WS-GC-SUB > ZEROS
               DISPLAY "ACCOUNT ALREADY ON THE CHART"
               GO TO 310-EXIT
           END-IF
           PERFORM 320-TAKE-NAME-TYPE THRU 320-EXIT
           IF WS-INPUT-NAME = SPACES OR WS-INPUT-TYPE = SPACE
               DISPLAY "NAME AND TYPE ARE REQUIRED - NOTHING ADDED"
               GO TO 310-EXIT
           END-IF
           PERFORM 340-INSERT-ACCOUNT THRU 340-EXIT
           PERFORM 380-REWRITE-CHART THRU 380-EXIT
           DISPLAY "ACCOUNT " WS-INPUT-ACCOUNT " ADDED".
       310-EXIT.

      ******************************************************************
      * 320-TAKE-NAME-TYPE TAKES AN ACCOUNT'S NAME AND TYPE. A BLANK
      * REPLY LEAVES THE FIELD BLANK FOR THE CALLER TO DECIDE ON; A
      * TYPE THAT IS NOT ONE OF THE FIVE IS TAKEN AS BLANK.
      ******************************************************************
       320-TAKE-NAME-TYPE.
           DISPLAY "ENTER ACCOUNT NAME"
           MOVE SPACES TO WS-INPUT-NAME
           ACCEPT WS-INPUT-NAME
           DISPLAY "ENTER TYPE - A=ASSET L=LIABILITY Q=EQUITY "
               "R=REVENUE E=EXPENSE"
           MOVE SPACE TO WS-INPUT-TYPE
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE (WS-INPUT-TYPE) TO WS-INPUT-TYPE
           MOVE WS-INPUT-TYPE TO GC-TYPE
           IF NOT GC-VALID-TYPE
               MOVE SPACE TO WS-INPUT-TYPE
           END-IF.
       320-EXIT.

       330-CHANGE-ACCOUNT.
           DISPLAY "ENTER ACCOUNT NUMBER"
           MOVE SPACES TO WS-INPUT-ACCOUNT
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM 160-FIND-ACCOUNT THRU 160-EXIT
           IF WS-GC-SUB = ZEROS
               DISPLAY "ACCOUNT NOT ON THE CHART"
               GO TO 330-EXIT
           END-IF
           DISPLAY "NOW: " WS-GC-NAME (WS-GC-SUB) " TYPE "
               WS-GC-TYPE (WS-GC-SUB)
               " - BLANK KEEPS EITHER"
           PERFORM 320-TAKE-NAME-TYPE THRU 320-EXIT
           IF WS-INPUT-NAME NOT = SPACES
               MOVE WS-INPUT-NAME TO WS-GC-NAME (WS-GC-SUB)
           END-IF
           IF WS-INPUT-TYPE NOT = SPACE
               MOVE WS-INPUT-TYPE TO WS-GC-TYPE (WS-GC-SUB)
           END-IF
           PERFORM 380-REWRITE-CHART THRU 380-EXIT
           DISPLAY "ACCOUNT " WS-INPUT-ACCOUNT " CHANGED".
       330-EXIT.

      ******************************************************************
      * 340-INSERT-ACCOUNT PUTS WS-INPUT-ACCOUNT INTO THE CHART IN
      * ACCOUNT NUMBER ORDER.
      ******************************************************************
       340-INSERT-ACCOUNT.
           IF WS-GC-COUNT >= 300
               DISPLAY "CHART IS FULL AT 300 ACCOUNTS - NOT ADDED"
               GO TO 340-EXIT
           END-IF
           ADD 1 TO WS-GC-COUNT
           MOVE WS-GC-COUNT TO WS-GC-SUB
           PERFORM UNTIL WS-GC-SUB <= 1
               OR WS-GC-ACCOUNT (WS-GC-SUB - 1) < WS-INPUT-ACCOUNT
               MOVE WS-GC-ENTRIES (WS-GC-SUB - 1)
                   TO WS-GC-ENTRIES (WS-GC-SUB)
               SUBTRACT 1 FROM WS-GC-SUB
           END-PERFORM
           MOVE WS-INPUT-ACCOUNT TO WS-GC-ACCOUNT (WS-GC-SUB)
           MOVE WS-INPUT-NAME TO WS-GC-NAME (WS-GC-SUB)
           MOVE WS-INPUT-TYPE TO WS-GC-TYPE (WS-GC-SUB).
       340-EXIT.

      ******************************************************************
      * 350-PICK-UP-MAPPED OFFERS EACH ACCOUNT GLACCOUNTS.TXT MAPS A
      * JOURNAL KEY TO - AND THE 99999999 SUSPENSE ACCOUNT AN UNMAPPED
      * KEY POSTS TO - THAT THE CHART DOES NOT HAVE YET. A BLANK NAME
      * TAKES THE JOURNAL KEY; A BLANK TYPE SKIPS THE ACCOUNT.
      ******************************************************************
       350-PICK-UP-MAPPED.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCTS-STATUS = "00"
               PERFORM UNTIL WS-GA-EOF = "YES"
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE "YES" TO WS-GA-EOF
                       NOT AT END
                           IF WS-GA-COUNT < 30
                               ADD 1 TO WS-GA-COUNT
                               SET GA-IDX TO WS-GA-COUNT
                               MOVE GA-KEY TO WS-GA-KEY (GA-IDX)
                               MOVE GA-ACCOUNT-NO
                                   TO WS-GA-ACCOUNT (GA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           ADD 1 TO WS-GA-COUNT
           SET GA-IDX TO WS-GA-COUNT
           MOVE "SUSPENSE" TO WS-GA-KEY (GA-IDX)
           MOVE "99999999" TO WS-GA-ACCOUNT (GA-IDX)
           PERFORM 360-OFFER-MAPPED THRU 360-EXIT
               VARYING WS-GA-SUB FROM 1 BY 1
               UNTIL WS-GA-SUB > WS-GA-COUNT
           PERFORM 380-REWRITE-CHART THRU 380-EXIT
           DISPLAY "CHART NOW HOLDS " WS-GC-COUNT " ACCOUNTS".
       350-EXIT.

       360-OFFER-MAPPED.
           MOVE WS-GA-ACCOUNT (WS-GA-SUB) TO WS-INPUT-ACCOUNT
           PERFORM 160-FIND-ACCOUNT THRU 160-EXIT
           IF WS-GC-SUB > ZEROS
               GO TO 360-EXIT
           END-IF
           DISPLAY "ACCOUNT " WS-INPUT-ACCOUNT " (JOURNAL KEY "
               WS-GA-KEY (WS-GA-SUB) ") IS NOT ON THE CHART"
           PERFORM 320-TAKE-NAME-TYPE THRU 320-EXIT
           IF WS-INPUT-TYPE = SPACE
               DISPLAY "SKIPPED"
               GO TO 360-EXIT
           END-IF
           IF WS-INPUT-NAME = SPACES
               MOVE WS-GA-KEY (WS-GA-SUB) TO WS-INPUT-NAME
           END-IF
           PERFORM 340-INSERT-ACCOUNT THRU 340-EXIT.
       360-EXIT.

      ******************************************************************
      * 380-REWRITE-CHART WRITES THE WHOLE CHART BACK OUT FROM THE
      * TABLE.
      ******************************************************************
       380-REWRITE-CHART.
           OPEN OUTPUT GL-CHART-FILE
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-COUNT
               MOVE WS-GC-ACCOUNT (WS-GC-SUB) TO GC-ACCOUNT-NO
               MOVE WS-GC-NAME (WS-GC-SUB) TO GC-NAME
               MOVE WS-GC-TYPE (WS-GC-SUB) TO GC-TYPE
               WRITE GC-RECORD
           END-PERFORM
           CLOSE GL-CHART-FILE.
       380-EXIT.

       390-LIST-CHART.
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-COUNT
               DISPLAY WS-GC-ACCOUNT (WS-GC-SUB) "  "
                   WS-GC-NAME (WS-GC-SUB) "  " WS-GC-TYPE (WS-GC-SUB)
           END-PERFORM
           DISPLAY WS-GC-COUNT " ACCOUNT(S) ON THE CHART".
       390-EXIT.

      ******************************************************************
      * 400-TAKE-PERIOD TAKES THE REPORT MONTH (0 = THIS MONTH) AND
      * SETS THE THREE COLUMN PERIODS: THE MONTH, THE MONTH BEFORE,
      * AND THE SAME MONTH LAST YEAR. WS-REPORT-PERIOD IS LEFT ZERO
      * WHEN THE MONTH KEYED IS NOT VALID.
      ******************************************************************
       400-TAKE-PERIOD.
           DISPLAY "MONTH YYYYMM (0 = THIS MONTH)"
           MOVE ZEROS TO WS-WORK-PERIOD
           ACCEPT WS-WORK-PERIOD
           IF WS-WORK-PERIOD = ZEROS
               DIVIDE WS-RUN-DATE BY 100 GIVING WS-WORK-PERIOD
           END-IF
           IF WS-WP-MM < 1 OR WS-WP-MM > 12 OR WS-WP-YYYY < 2000
               DISPLAY "MONTH NOT VALID - NO REPORT"
               MOVE ZEROS TO WS-REPORT-PERIOD
               GO TO 400-EXIT
           END-IF
           MOVE WS-WORK-PERIOD TO WS-REPORT-PERIOD WS-COL-PERIOD (1)
           PERFORM 410-STEP-BACK-MONTH THRU 410-EXIT
           MOVE WS-WORK-PERIOD TO WS-COL-PERIOD (2)
           MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD
           SUBTRACT 1 FROM WS-WP-YYYY
           MOVE WS-WORK-PERIOD TO WS-COL-PERIOD (3).
       400-EXIT.

       410-STEP-BACK-MONTH.
           IF WS-WP-MM = 1
               SUBTRACT 1 FROM WS-WP-YYYY
               MOVE 12 TO WS-WP-MM
           ELSE
               SUBTRACT 1 FROM WS-WP-MM
           END-IF.
       410-EXIT.

      ******************************************************************
      * 420-OPEN-REPORT OPENS THE REPORT FILE NAMED IN WS-REPORT-PATH
      * AND WRITES THE TITLE LINE SET UP IN RPH-TITLE.
      ******************************************************************
       420-OPEN-REPORT.
           OPEN OUTPUT GL-REPORT-FILE
           MOVE WS-REPORT-PERIOD TO RPH-PERIOD
           MOVE WS-RUN-DATE TO RPH-DATE
           WRITE REPORT-RECORD FROM RP-HEADING1.
       420-EXIT.

      ******************************************************************
      * 500-TRIAL-BALANCE LISTS EVERY ACCOUNT'S BALANCE AS OF THE
      * MONTH END IN THE DEBIT OR CREDIT COLUMN - BALANCE SHEET
      * ACCOUNTS SINCE THE LEDGER BEGAN, REVENUE AND EXPENSE FOR THE
      * YEAR TO DATE - WITH THE EARLIER YEARS' NET INCOME AS RETAINED
      * EARNINGS, AND PROVES DEBITS EQUAL CREDITS.
      ******************************************************************
       500-TRIAL-BALANCE.
           PERFORM 400-TAKE-PERIOD THRU 400-EXIT
           IF WS-REPORT-PERIOD = ZEROS
               GO TO 500-EXIT
           END-IF
           MOVE UT-SYS-GLTRIAL TO WS-REPORT-PATH
           MOVE "GENERAL LEDGER TRIAL BALANCE - MONTH END" TO RPH-TITLE
           PERFORM 420-OPEN-REPORT THRU 420-EXIT
           WRITE REPORT-RECORD FROM TB-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-TB-DEBITS WS-TB-CREDITS
           MOVE WS-REPORT-PERIOD TO WS-ASOF-PERIOD
           PERFORM 510-TRIAL-LINE THRU 510-EXIT
               VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-COUNT

      * The earlier years' revenue and expense, rolled into retained
      * earnings so the year-to-date accounts still balance.

           MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD
           MOVE ZEROS TO WS-SUM-FROM
           SUBTRACT 1 FROM WS-WP-YYYY
           MOVE 12 TO WS-WP-MM
           MOVE WS-WORK-PERIOD TO WS-SUM-TO
           PERFORM 870-EARNINGS THRU 870-EXIT
           MOVE SPACES TO TBD-ACCOUNT TBD-TYPE
           MOVE "RETAINED EARNINGS - PRIOR YEARS" TO TBD-NAME
           MOVE ZEROS TO TBD-DEBIT TBD-CREDIT
           IF WS-EARNINGS < ZEROS
               COMPUTE WS-SUM-NET = ZEROS - WS-EARNINGS
               MOVE WS-SUM-NET TO TBD-DEBIT
               ADD WS-SUM-NET TO WS-TB-DEBITS
           ELSE
               MOVE WS-EARNINGS TO TBD-CREDIT
               ADD WS-EARNINGS TO WS-TB-CREDITS
           END-IF
           WRITE REPORT-RECORD FROM TB-DETAIL
            AFTER ADVANCING 1 LINE
           MOVE "TOTALS" TO TBT-LABEL
           MOVE WS-TB-DEBITS TO TBT-DEBIT
           MOVE WS-TB-CREDITS TO TBT-CREDIT
           MOVE SPACES TO TBT-FLAG
           IF WS-TB-DEBITS NOT = WS-TB-CREDITS
               MOVE "  *** OUT OF BALANCE" TO TBT-FLAG
           END-IF
           WRITE REPORT-RECORD FROM TB-TOTAL
            AFTER ADVANCING 2 LINES
           CLOSE GL-REPORT-FILE
           DISPLAY "TRIAL BALANCE WRITTEN TO " UT-SYS-GLTRIAL.
       500-EXIT.

       510-TRIAL-LINE.
           PERFORM 860-ACCOUNT-RANGE THRU 860-EXIT
           PERFORM 850-SUM-ACCOUNT THRU 850-EXIT
           MOVE WS-GC-ACCOUNT (WS-GC-SUB) TO TBD-ACCOUNT
           MOVE WS-GC-NAME (WS-GC-SUB) TO TBD-NAME
           MOVE WS-GC-TYPE (WS-GC-SUB) TO TBD-TYPE
           MOVE ZEROS TO TBD-DEBIT TBD-CREDIT
           IF WS-SUM-NET < ZEROS
               COMPUTE WS-SUM-NET = ZEROS - WS-SUM-NET
               MOVE WS-SUM-NET TO TBD-CREDIT
               ADD WS-SUM-NET TO WS-TB-CREDITS
           ELSE
               MOVE WS-SUM-NET TO TBD-DEBIT
               ADD WS-SUM-NET TO WS-TB-DEBITS
           END-IF
           WRITE REPORT-RECORD FROM TB-DETAIL
            AFTER ADVANCING 1 LINE.
       510-EXIT.

      ******************************************************************
      * 550-INCOME-STATEMENT PRINTS THE MONTH'S REVENUE AND EXPENSE
      * ACCOUNTS AND NET INCOME BESIDE THE MONTH BEFORE AND THE SAME
      * MONTH LAST YEAR.
      ******************************************************************
       550-INCOME-STATEMENT.
           PERFORM 400-TAKE-PERIOD THRU 400-EXIT
           IF WS-REPORT-PERIOD = ZEROS
               GO TO 550-EXIT
           END-IF
           MOVE UT-SYS-GLINCOME TO WS-REPORT-PATH
           MOVE "INCOME STATEMENT - MONTH" TO RPH-TITLE
           PERFORM 420-OPEN-REPORT THRU 420-EXIT
           PERFORM 800-WRITE-COLUMN-HEADS THRU 800-EXIT
           MOVE "REVENUE" TO RPT-TEXT
           WRITE REPORT-RECORD FROM RP-TEXT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "R" TO WS-INPUT-TYPE
           PERFORM 560-INCOME-SECTION THRU 560-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE WS-COL-TOTAL1 (WS-COL) TO WS-COL-TOTAL2 (WS-COL)
           END-PERFORM
           MOVE "TOTAL REVENUE" TO STD-NAME
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           MOVE "EXPENSES" TO RPT-TEXT
           WRITE REPORT-RECORD FROM RP-TEXT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "E" TO WS-INPUT-TYPE
           PERFORM 560-INCOME-SECTION THRU 560-EXIT
           MOVE "TOTAL EXPENSES" TO STD-NAME
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               COMPUTE WS-COL-TOTAL1 (WS-COL) =
                   WS-COL-TOTAL2 (WS-COL) - WS-COL-TOTAL1 (WS-COL)
           END-PERFORM
           MOVE "NET INCOME" TO STD-NAME
           MOVE SPACES TO RPT-TEXT
           WRITE REPORT-RECORD FROM RP-TEXT-LINE
            AFTER ADVANCING 1 LINE
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           CLOSE GL-REPORT-FILE
           DISPLAY "INCOME STATEMENT WRITTEN TO " UT-SYS-GLINCOME.
       550-EXIT.

      ******************************************************************
      * 560-INCOME-SECTION PRINTS EVERY ACCOUNT OF THE TYPE IN
      * WS-INPUT-TYPE WITH ITS ACTIVITY FOR EACH COLUMN'S MONTH, ON
      * ITS NORMAL SIDE, AND TOTALS THE SECTION IN WS-COL-TOTAL1.
      ******************************************************************
       560-INCOME-SECTION.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE ZEROS TO WS-COL-TOTAL1 (WS-COL)
           END-PERFORM
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-COUNT
               IF WS-GC-TYPE (WS-GC-SUB) = WS-INPUT-TYPE
                   MOVE WS-GC-ACCOUNT (WS-GC-SUB) TO WS-SUM-ACCOUNT
                   PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 3
                       MOVE WS-COL-PERIOD (WS-COL) TO WS-SUM-FROM
                           WS-SUM-TO
                       PERFORM 850-SUM-ACCOUNT THRU 850-EXIT
                       PERFORM 865-NORMAL-SIDE THRU 865-EXIT
                       MOVE WS-ACCT-BAL TO WS-COL-AMT (WS-COL)
                       ADD WS-ACCT-BAL TO WS-COL-TOTAL1 (WS-COL)
                   END-PERFORM
                   PERFORM 810-WRITE-ACCOUNT-LINE THRU 810-EXIT
               END-IF
           END-PERFORM.
       560-EXIT.

      ******************************************************************
      * 600-BALANCE-SHEET PRINTS ASSETS, LIABILITIES, AND EQUITY AT
      * THE MONTH END BESIDE THE MONTH END BEFORE AND THE SAME MONTH
      * END LAST YEAR. EQUITY CARRIES RETAINED EARNINGS (EARLIER
      * YEARS) AND CURRENT YEAR EARNINGS, AND EACH COLUMN IS PROVED -
      * ASSETS AGAINST LIABILITIES PLUS EQUITY.
      ******************************************************************
       600-BALANCE-SHEET.
           PERFORM 400-TAKE-PERIOD THRU 400-EXIT
           IF WS-REPORT-PERIOD = ZEROS
               GO TO 600-EXIT
           END-IF
           MOVE UT-SYS-GLBALSHT TO WS-REPORT-PATH
           MOVE "BALANCE SHEET - MONTH END" TO RPH-TITLE
           PERFORM 420-OPEN-REPORT THRU 420-EXIT
           PERFORM 800-WRITE-COLUMN-HEADS THRU 800-EXIT
           MOVE "ASSETS" TO RPT-TEXT
           WRITE REPORT-RECORD FROM RP-TEXT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "A" TO WS-INPUT-TYPE
           PERFORM 610-BALANCE-SECTION THRU 610-EXIT
           MOVE "TOTAL ASSETS" TO STD-NAME
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE WS-COL-TOTAL1 (WS-COL) TO WS-COL-TOTAL3 (WS-COL)
           END-PERFORM
           MOVE "LIABILITIES" TO RPT-TEXT
           WRITE REPORT-RECORD FROM RP-TEXT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "L" TO WS-INPUT-TYPE
           PERFORM 610-BALANCE-SECTION THRU 610-EXIT
           MOVE "TOTAL LIABILITIES" TO STD-NAME
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE WS-COL-TOTAL1 (WS-COL) TO WS-COL-TOTAL2 (WS-COL)
           END-PERFORM
           MOVE "EQUITY" TO RPT-TEXT
           WRITE REPORT-RECORD FROM RP-TEXT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "Q" TO WS-INPUT-TYPE
           PERFORM 610-BALANCE-SECTION THRU 610-EXIT
           PERFORM 620-EARNINGS-LINES THRU 620-EXIT
           MOVE "TOTAL EQUITY" TO STD-NAME
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               ADD WS-COL-TOTAL2 (WS-COL) TO WS-COL-TOTAL1 (WS-COL)
           END-PERFORM
           MOVE "TOTAL LIABILITIES AND EQUITY" TO STD-NAME
           PERFORM 820-WRITE-TOTAL THRU 820-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               IF WS-COL-TOTAL1 (WS-COL) NOT = WS-COL-TOTAL3 (WS-COL)
                   MOVE SPACES TO RPT-TEXT
                   STRING "*** OUT OF BALANCE AT "
                       DELIMITED BY SIZE
                       WS-COL-PERIOD (WS-COL) DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   END-STRING
                   WRITE REPORT-RECORD FROM RP-TEXT-LINE
                    AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           CLOSE GL-REPORT-FILE
           DISPLAY "BALANCE SHEET WRITTEN TO " UT-SYS-GLBALSHT.
       600-EXIT.

      ******************************************************************
      * 610-BALANCE-SECTION PRINTS EVERY ACCOUNT OF THE TYPE IN
      * WS-INPUT-TYPE WITH ITS BALANCE AT EACH COLUMN'S MONTH END,
      * ON ITS NORMAL SIDE, AND TOTALS THE SECTION IN WS-COL-TOTAL1.
      ******************************************************************
       610-BALANCE-SECTION.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE ZEROS TO WS-COL-TOTAL1 (WS-COL)
           END-PERFORM
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-COUNT
               IF WS-GC-TYPE (WS-GC-SUB) = WS-INPUT-TYPE
                   PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 3
                       MOVE WS-COL-PERIOD (WS-COL) TO WS-ASOF-PERIOD
                       PERFORM 860-ACCOUNT-RANGE THRU 860-EXIT
                       PERFORM 850-SUM-ACCOUNT THRU 850-EXIT
                       PERFORM 865-NORMAL-SIDE THRU 865-EXIT
                       MOVE WS-ACCT-BAL TO WS-COL-AMT (WS-COL)
                       ADD WS-ACCT-BAL TO WS-COL-TOTAL1 (WS-COL)
                   END-PERFORM
                   PERFORM 810-WRITE-ACCOUNT-LINE THRU 810-EXIT
               END-IF
           END-PERFORM.
       610-EXIT.

      ******************************************************************
      * 620-EARNINGS-LINES ADDS RETAINED EARNINGS (NET INCOME OF THE
      * YEARS BEFORE EACH COLUMN'S YEAR) AND CURRENT YEAR EARNINGS
      * (JANUARY THROUGH THE COLUMN'S MONTH) TO THE EQUITY SECTION.
      ******************************************************************
       620-EARNINGS-LINES.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE WS-COL-PERIOD (WS-COL) TO WS-WORK-PERIOD
               MOVE ZEROS TO WS-SUM-FROM
               SUBTRACT 1 FROM WS-WP-YYYY
               MOVE 12 TO WS-WP-MM
               MOVE WS-WORK-PERIOD TO WS-SUM-TO
               PERFORM 870-EARNINGS THRU 870-EXIT
               MOVE WS-EARNINGS TO WS-COL-AMT (WS-COL)
               ADD WS-EARNINGS TO WS-COL-TOTAL1 (WS-COL)
           END-PERFORM
           MOVE SPACES TO STD-ACCOUNT
           MOVE "RETAINED EARNINGS" TO STD-NAME
           PERFORM 815-WRITE-AMOUNTS THRU 815-EXIT
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE WS-COL-PERIOD (WS-COL) TO WS-WORK-PERIOD
               MOVE WS-COL-PERIOD (WS-COL) TO WS-SUM-TO
               MOVE 1 TO WS-WP-MM
               MOVE WS-WORK-PERIOD TO WS-SUM-FROM
               PERFORM 870-EARNINGS THRU 870-EXIT
               MOVE WS-EARNINGS TO WS-COL-AMT (WS-COL)
               ADD WS-EARNINGS TO WS-COL-TOTAL1 (WS-COL)
           END-PERFORM
           MOVE SPACES TO STD-ACCOUNT
           MOVE "CURRENT YEAR EARNINGS" TO STD-NAME
           PERFORM 815-WRITE-AMOUNTS THRU 815-EXIT.
       620-EXIT.

      ******************************************************************
      * 700-DRILL-DOWN LISTS ONE ACCOUNT'S POSTED JOURNAL LINES FOR A
      * MONTH OFF THE POSTED JOURNAL, FROM THE OPENING BALANCE AT THE
      * END OF THE MONTH BEFORE TO THE CLOSING BALANCE THE REPORTS
      * SHOW FOR THE MONTH.
      ******************************************************************
       700-DRILL-DOWN.
           DISPLAY "ENTER ACCOUNT NUMBER"
           MOVE SPACES TO WS-INPUT-ACCOUNT
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM 160-FIND-ACCOUNT THRU 160-EXIT
           IF WS-GC-SUB = ZEROS
               DISPLAY "ACCOUNT NOT ON THE CHART"
               GO TO 700-EXIT
           END-IF
           PERFORM 400-TAKE-PERIOD THRU 400-EXIT
           IF WS-REPORT-PERIOD = ZEROS
               GO TO 700-EXIT
           END-IF
           MOVE UT-SYS-GLDRILL TO WS-REPORT-PATH
           MOVE "ACCOUNT DRILL-DOWN - MONTH" TO RPH-TITLE
           PERFORM 420-OPEN-REPORT THRU 420-EXIT
           MOVE WS-GC-ACCOUNT (WS-GC-SUB) TO DRH-ACCOUNT
           MOVE WS-GC-NAME (WS-GC-SUB) TO DRH-NAME
           MOVE WS-GC-TYPE (WS-GC-SUB) TO DRH-TYPE
           WRITE REPORT-RECORD FROM DR-HEADING2
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM DR-HEADING3
            AFTER ADVANCING 2 LINES

      * The opening balance is the balance at the end of the month
      * before - for a revenue or expense account, zero in January.

           MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD
           PERFORM 410-STEP-BACK-MONTH THRU 410-EXIT
           MOVE WS-WORK-PERIOD TO WS-ASOF-PERIOD
           MOVE "NO" TO WS-FOUND
           IF WS-GC-INCOME-ACCOUNT (WS-GC-SUB)
               AND WS-WP-MM = 12
               MOVE "YES" TO WS-FOUND
           END-IF
           PERFORM 860-ACCOUNT-RANGE THRU 860-EXIT
           MOVE ZEROS TO WS-SUM-NET
           IF WS-FOUND = "NO"
               PERFORM 850-SUM-ACCOUNT THRU 850-EXIT
           END-IF
           PERFORM 865-NORMAL-SIDE THRU 865-EXIT
           MOVE WS-ACCT-BAL TO WS-RUNNING-BAL DRB-BALANCE
           MOVE "OPENING BALANCE" TO DRB-LABEL
           WRITE REPORT-RECORD FROM DR-BALANCE-LINE
            AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-DRILL-COUNT
           OPEN INPUT GL-POSTED-FILE
           IF WS-GLPOSTED-STATUS = "00"
               PERFORM 710-READ-POSTED THRU 710-EXIT
                   UNTIL WS-GP-EOF = "YES"
               CLOSE GL-POSTED-FILE
           END-IF
           MOVE WS-RUNNING-BAL TO DRB-BALANCE
           MOVE "CLOSING BALANCE" TO DRB-LABEL
           WRITE REPORT-RECORD FROM DR-BALANCE-LINE
            AFTER ADVANCING 2 LINES
           CLOSE GL-REPORT-FILE
           DISPLAY WS-DRILL-COUNT " POSTED LINE(S) WRITTEN TO "
               UT-SYS-GLDRILL.
       700-EXIT.

       710-READ-POSTED.
           READ GL-POSTED-FILE
               AT END
                   MOVE "YES" TO WS-GP-EOF
               NOT AT END
                   DIVIDE GP-DATE BY 100 GIVING WS-WORK-PERIOD
                   IF GP-ACCOUNT-NO = WS-INPUT-ACCOUNT
                       AND WS-WORK-PERIOD = WS-REPORT-PERIOD
                       PERFORM 720-WRITE-POSTED-LINE THRU 720-EXIT
                   END-IF
           END-READ.
       710-EXIT.

       720-WRITE-POSTED-LINE.
           ADD 1 TO WS-DRILL-COUNT
           IF (GP-DC = "D" AND WS-GC-DEBIT-NORMAL (WS-GC-SUB))
               OR (GP-DC NOT = "D"
                   AND NOT WS-GC-DEBIT-NORMAL (WS-GC-SUB))
               ADD GP-AMOUNT TO WS-RUNNING-BAL
           ELSE
               SUBTRACT GP-AMOUNT FROM WS-RUNNING-BAL
           END-IF
           MOVE GP-BATCH-NO TO DRD-BATCH
           MOVE GP-DATE TO DRD-DATE
           MOVE GP-SOURCE-KEY TO DRD-KEY
           MOVE GP-DC TO DRD-DC
           MOVE GP-AMOUNT TO DRD-AMOUNT
           MOVE WS-RUNNING-BAL TO DRD-BALANCE
           WRITE REPORT-RECORD FROM DR-DETAIL
            AFTER ADVANCING 1 LINE.
       720-EXIT.

      ******************************************************************
      * 800-WRITE-COLUMN-HEADS WRITES THE THREE-COLUMN HEADINGS OF THE
      * INCOME STATEMENT AND THE BALANCE SHEET.
      ******************************************************************
       800-WRITE-COLUMN-HEADS.
           WRITE REPORT-RECORD FROM ST-HEADING2
            AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE SPACES TO STP-GROUP (WS-COL)
               MOVE WS-COL-PERIOD (WS-COL) TO STP-PERIOD (WS-COL)
           END-PERFORM
           WRITE REPORT-RECORD FROM ST-PERIOD-LINE
            AFTER ADVANCING 1 LINE.
       800-EXIT.

       810-WRITE-ACCOUNT-LINE.
           MOVE WS-GC-ACCOUNT (WS-GC-SUB) TO STD-ACCOUNT
           MOVE WS-GC-NAME (WS-GC-SUB) TO STD-NAME
           PERFORM 815-WRITE-AMOUNTS THRU 815-EXIT.
       810-EXIT.

       815-WRITE-AMOUNTS.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE SPACES TO STD-GROUP (WS-COL)
               MOVE WS-COL-AMT (WS-COL) TO STD-AMOUNT (WS-COL)
           END-PERFORM
           WRITE REPORT-RECORD FROM ST-DETAIL
            AFTER ADVANCING 1 LINE.
       815-EXIT.

      * Writes a section total from WS-COL-TOTAL1 under the label
      * already in STD-NAME.

       820-WRITE-TOTAL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               MOVE WS-COL-TOTAL1 (WS-COL) TO WS-COL-AMT (WS-COL)
           END-PERFORM
           MOVE SPACES TO STD-ACCOUNT
           PERFORM 815-WRITE-AMOUNTS THRU 815-EXIT.
       820-EXIT.

      ******************************************************************
      * 850-SUM-ACCOUNT SETS WS-SUM-NET TO WS-SUM-ACCOUNT'S DEBITS
      * LESS CREDITS OVER THE MONTHS WS-SUM-FROM THROUGH WS-SUM-TO.
      ******************************************************************
       850-SUM-ACCOUNT.
           MOVE ZEROS TO WS-SUM-NET
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
               IF WS-GB-ACCOUNT (WS-GB-SUB) = WS-SUM-ACCOUNT
                   AND WS-GB-PERIOD (WS-GB-SUB) NOT < WS-SUM-FROM
                   AND WS-GB-PERIOD (WS-GB-SUB) NOT > WS-SUM-TO
                   COMPUTE WS-SUM-NET = WS-SUM-NET
                       + WS-GB-DEBITS (WS-GB-SUB)
                       - WS-GB-CREDITS (WS-GB-SUB)
               END-IF
           END-PERFORM.
       850-EXIT.

      ******************************************************************
      * 860-ACCOUNT-RANGE SETS THE MONTHS THAT MAKE UP THE BALANCE OF
      * THE ACCOUNT AT WS-GC-SUB AS OF WS-ASOF-PERIOD: EVERY MONTH
      * THROUGH IT FOR A BALANCE SHEET ACCOUNT, JANUARY THROUGH IT
      * FOR REVENUE AND EXPENSE.
      ******************************************************************
       860-ACCOUNT-RANGE.
           MOVE WS-GC-ACCOUNT (WS-GC-SUB) TO WS-SUM-ACCOUNT
           MOVE WS-ASOF-PERIOD TO WS-SUM-TO
           MOVE ZEROS TO WS-SUM-FROM
           IF WS-GC-INCOME-ACCOUNT (WS-GC-SUB)
               MOVE WS-ASOF-PERIOD TO WS-WORK-PERIOD
               MOVE 1 TO WS-WP-MM
               MOVE WS-WORK-PERIOD TO WS-SUM-FROM
           END-IF.
       860-EXIT.

      * Turns WS-SUM-NET (debits less credits) into WS-ACCT-BAL on the
      * normal side of the account at WS-GC-SUB.

       865-NORMAL-SIDE.
           IF WS-GC-DEBIT-NORMAL (WS-GC-SUB)
               MOVE WS-SUM-NET TO WS-ACCT-BAL
           ELSE
               COMPUTE WS-ACCT-BAL = ZEROS - WS-SUM-NET
           END-IF.
       865-EXIT.

      ******************************************************************
      * 870-EARNINGS SETS WS-EARNINGS TO NET INCOME - REVENUE LESS
      * EXPENSE, CREDITS LESS DEBITS ACROSS EVERY REVENUE AND EXPENSE
      * ACCOUNT - OVER THE MONTHS WS-SUM-FROM THROUGH WS-SUM-TO.
      ******************************************************************
       870-EARNINGS.
           MOVE ZEROS TO WS-EARNINGS
           PERFORM VARYING WS-GC-SUB2 FROM 1 BY 1
               UNTIL WS-GC-SUB2 > WS-GC-COUNT
               IF WS-GC-INCOME-ACCOUNT (WS-GC-SUB2)
                   MOVE WS-GC-ACCOUNT (WS-GC-SUB2) TO WS-SUM-ACCOUNT
                   PERFORM 850-SUM-ACCOUNT THRU 850-EXIT
                   SUBTRACT WS-SUM-NET FROM WS-EARNINGS
               END-IF
           END-PERFORM.
       870-EXIT.
