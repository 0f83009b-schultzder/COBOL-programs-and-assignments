       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORTCASH.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Portfolio cash ledger. The trade ledger knows shares and
      * prices but not cash, so this keeps the cash side of each
      * portfolio's brokerage account on the append-only
      * PortfolioCash.txt (see copybooks/CASHLEDG.cpy). Every run
      * first posts whatever is new: each trade TRADEENT has
      * recorded settles on its trade date plus the portfolio's
      * settlement days (business days - weekends and the holidays
      * on the processing calendar are skipped, the way WEBSHIP
      * counts them), a buy taking shares times price plus fees out
      * and a sell bringing shares times price less fees in; each
      * dividend DIVMNT's R option has recorded lands on its
      * received date. Posting picks up after the highest ledger and
      * receipt line already on the cash file, so both files must
      * stay append-only - TRADEENT's tagging keeps the line order.
      * A trade with no portfolio ID stops the trade posting until
      * TRADEENT's merge mode tags it.
      *
      * The run then does one of:
      *   P - post only
      *   E - key a deposit, withdrawal, or fee
      *   L - list the cash ledger with its running balance, one
      *       portfolio or all of them - settled entries to today,
      *       the settled balance, then the entries still to settle
      *   J - project one portfolio's cash month by month for the
      *       next twelve months: the settled balance, the unsettled
      *       trades and keyed entries in the month they settle, and
      *       the dividends DIVPROJ expects from the holdings
      *   R - reconcile one portfolio's month against the broker's
      *       cash statement (see copybooks/BRKSTMT.cpy) line by
      *       line - same date and amount first, then the same
      *       amount within three days - listing what matched, what
      *       is on the statement only, what is in the ledger only,
      *       and the opening and closing balances side by side.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the trade ledger.

       SELECT TRADE-LEDGER-FILE
               ASSIGN TO UT-SYS-TRADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADES-STATUS.

      * Select statement for the dividend receipts file.

       SELECT DIVIDEND-RECEIPTS-FILE
               ASSIGN TO UT-SYS-DIVRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVRCPT-STATUS.

      * Select statement for the processing calendar's holidays.

       SELECT CALENDAR-FILE
               ASSIGN TO UT-SYS-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      * Select statement for the append-only cash ledger.

       SELECT CASH-LEDGER-FILE
               ASSIGN TO UT-SYS-CASH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

      * Select statement for the dividend calendar.

       SELECT DIVIDEND-DATES-FILE
               ASSIGN TO UT-SYS-DIVDATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVDATES-STATUS.

      * Select statement for the holdings file.

       SELECT HOLDINGS-FILE
               ASSIGN TO UT-SYS-HOLDINGS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDINGS-STATUS.

      * Select statement for the broker's cash statement.

       SELECT BROKER-STMT-FILE
               ASSIGN TO UT-SYS-BRKSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKSTMT-STATUS.

      * Select statement for the report - the listing, the
      * projection, or the reconciliation, by mode.

       SELECT CASH-REPORT-FILE
               ASSIGN TO UT-SYS-CASHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for the trade ledger - the layout TRADEENT
      * writes.

       FD  TRADE-LEDGER-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  TL-RECORD.
           05 TL-DATE                    PIC 9(8).
           05 TL-STOCK-CODE              PIC X(3).
           05 TL-ACTION                  PIC X.
           05 TL-SHARES                  PIC 9(9).
           05 TL-PRICE                   PIC 999V99.
           05 TL-FEES                    PIC 9(3)V99.
           05 TL-PORTFOLIO               PIC X(4).

      * File description for the receipts file - the layout DIVMNT
      * appends.

       FD  DIVIDEND-RECEIPTS-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  DIVIDEND-RECEIPT-RECORD.
           05 DVR-STOCK-CODE                  PIC X(3).
           05 DVR-RECEIVED-DATE.
               10 DVR-RCV-DAY                 PIC X(2).
               10 DVR-RCV-MONTH               PIC X(2).
               10 DVR-RCV-YEAR                PIC X(4).
           05 DVR-AMOUNT                      PIC 9(7)V99.
           05 DVR-PORTFOLIO                   PIC X(4).

      * File description for the processing calendar.

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CALENDAR-RECORD.
           05 CAL-TYPE                        PIC X.
           05 CAL-DETAIL                      PIC X(19).
       01  CALENDAR-HOLIDAY REDEFINES CALENDAR-RECORD.
           05 FILLER                          PIC X.
           05 CAL-HOLIDAY-DATE                PIC X(8).
           05 FILLER                          PIC X(11).

      * File description for the cash ledger.

       FD  CASH-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CASHLEDG.

      * File description for the dividend calendar - the layout
      * DIVMNT writes.

       FD  DIVIDEND-DATES-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  DIVIDEND-DATES-RECORD.
           05 DVD-STOCK-CODE                  PIC X(3).
           05 DVD-EX-DATE.
               10 DVD-EX-DAY                  PIC X(2).
               10 DVD-EX-MONTH                PIC X(2).
               10 DVD-EX-YEAR                 PIC X(4).
           05 DVD-PAY-DATE.
               10 DVD-PAY-DAY                 PIC X(2).
               10 DVD-PAY-MONTH               PIC X(2).
               10 DVD-PAY-YEAR                PIC X(4).
           05 DVD-FREQUENCY                   PIC X.
           05 DVD-DECLARED-AMT                PIC 9(3)V99.

      * File description for the holdings file - the layout HOLDVAL
      * and TRADEENT share.

       FD  HOLDINGS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HOLDINGS-RECORD.
           05 HLD-STOCK-CODE                  PIC X(3).
           05 HLD-SHARES-HELD                 PIC 9(9).
           05 HLD-AVG-COST                    PIC 999V99.
           05 HLD-PORTFOLIO                   PIC X(4).

      * File description for the broker's cash statement.

       FD  BROKER-STMT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY BRKSTMT.

      * File description for the report.

       FD  CASH-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REPORT-RECORD                      PIC X(90).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-TRADES-STATUS                PIC XX.
          05 WS-DIVRCPT-STATUS               PIC XX.
          05 WS-CALENDAR-STATUS              PIC XX.
          05 WS-CASH-STATUS                  PIC XX.
          05 WS-DIVDATES-STATUS              PIC XX.
          05 WS-HOLDINGS-STATUS              PIC XX.
          05 WS-BRKSTMT-STATUS               PIC XX.
          05 WS-TRADE-EOF                    PIC XXX.
          05 WS-RCPT-EOF                     PIC XXX.
          05 WS-CASH-EOF                     PIC XXX.
          05 WS-CALENDAR-EOF                 PIC XXX VALUE "NO".
          05 WS-DIV-EOF                      PIC XXX VALUE "NO".
          05 WS-HOLD-EOF                     PIC XXX VALUE "NO".
          05 WS-STMT-EOF                     PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-PARTS REDEFINES WS-TODAY.
             10 WS-TODAY-YEAR                PIC 9(4).
             10 WS-TODAY-MONTH               PIC 99.
             10 WS-TODAY-DAY                 PIC 99.
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-INPUT-PORTFOLIO              PIC X(4).
          05 WS-SELECT-ID                    PIC X(4).
          05 WS-CUR-ID                       PIC X(4).
          05 WS-INPUT-TYPE                   PIC X.
          05 WS-INPUT-DATE                   PIC 9(8).
          05 WS-INPUT-AMOUNT                 PIC 9(9)V99.
          05 WS-INPUT-MEMO                   PIC X(20).
          05 WS-INPUT-MONTH                  PIC 9(6).
          05 WS-INPUT-PATH                   PIC X(60).
          05 WS-TRADE-MARK                   PIC 9(6).
          05 WS-RCPT-MARK                    PIC 9(6).
          05 WS-LINE-SEQ                     PIC 9(6).
          05 WS-POST-STOP                    PIC XXX.
          05 WS-TRADES-POSTED                PIC 9(5).
          05 WS-RCPTS-POSTED                 PIC 9(5).
          05 WS-SETTLE-DAYS                  PIC 9.
          05 WS-DAYS-LEFT                    PIC 9.
          05 WS-CHECK-INT                    PIC 9(7).
          05 WS-CHECK-DATE                   PIC 9(8).
          05 WS-CHECK-DOW                    PIC 9.
          05 WS-CHECK-WEEKS                  PIC 9(7).
          05 WS-IS-BUSINESS-DAY              PIC XXX.
          05 WS-HOL-SUB                      PIC 99.
          05 WS-CASH-AMOUNT                  PIC S9(9)V99.
          05 WS-BALANCE                      PIC S9(11)V99.
          05 WS-SETTLED-BALANCE              PIC S9(11)V99.
          05 WS-ALL-SETTLED                  PIC S9(11)V99 VALUE 0.
          05 WS-PENDING-SHOWN                PIC XXX.
          05 WS-FIRST-PAGE                   PIC XXX VALUE "YES".
          05 WS-BASE-ABS-MONTH               PIC 9(6).
          05 WS-RPT-ABS-MONTH                PIC 9(6).
          05 WS-PAY-ABS-MONTH                PIC 9(6).
          05 WS-MONTH-GAP                    PIC S9(6).
          05 WS-GAP-QUOTIENT                 PIC 9(6).
          05 WS-GAP-REMAINDER                PIC 9(6).
          05 WS-INTERVAL                     PIC 99.
          05 WS-MONTH-SUB                    PIC 99.
          05 WS-WORK-YEAR                    PIC 9(4).
          05 WS-WORK-MONTH                   PIC 99.
          05 WS-MONTH-START                  PIC 9(8).
          05 WS-MONTH-END                    PIC 9(8).
          05 WS-HORIZON-END                  PIC 9(8).
          05 WS-LATER-COUNT                  PIC 9(5).
          05 WS-EXPECTED-AMT                 PIC 9(9)V99.
          05 WS-MONTH-NET                    PIC S9(11)V99.
          05 WS-MONTH-HAS-LINES              PIC XXX.
          05 WS-DIV-SUB                      PIC 999.
          05 WS-HLD-SUB                      PIC 999.
          05 WS-RCV-SUB                      PIC 99.
          05 WS-CSH-SUB                      PIC 9(4).
          05 WS-STM-SUB                      PIC 999.
          05 WS-ROOM-SUB                     PIC 9(4).
          05 WS-NEW-KEY                      PIC X(12).
          05 WS-STM-INT                      PIC 9(7).
          05 WS-CSH-INT                      PIC 9(7).
          05 WS-DAY-GAP                      PIC S9(7).
          05 WS-STMT-OPENING                 PIC S9(11)V99.
          05 WS-STMT-CLOSING                 PIC S9(11)V99.
          05 WS-HAVE-OPENING                 PIC XXX.
          05 WS-HAVE-CLOSING                 PIC XXX.
          05 WS-LEDG-OPENING                 PIC S9(11)V99.
          05 WS-LEDG-CLOSING                 PIC S9(11)V99.
          05 WS-BAL-DIFFERENCE               PIC S9(11)V99.
          05 WS-MATCH-COUNT                  PIC 9(4).
          05 WS-STMT-ONLY-COUNT              PIC 9(4).
          05 WS-LEDG-ONLY-COUNT              PIC 9(4).
          05 WS-LIST-HAS-LINES               PIC XXX.

      * A DDMMYYYY receipt date turned round to YYYYMMDD.

       01 WS-YMD-BUILD.
          05 WS-YMD-YEAR                     PIC X(4).
          05 WS-YMD-MONTH                    PIC X(2).
          05 WS-YMD-DAY                      PIC X(2).
       01 WS-YMD-DATE REDEFINES WS-YMD-BUILD PIC 9(8).

      * The memo a posted line carries - where it came from.

       01 WS-TRADE-MEMO.
          05                                 PIC X(12)
                                    VALUE "LEDGER LINE ".
          05 WS-TM-SEQ                       PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.

       01 WS-RCPT-MEMO.
          05                                 PIC X(13)
                                    VALUE "RECEIPT LINE ".
          05 WS-RM-SEQ                       PIC 9(6).
          05                                 PIC X     VALUE SPACES.

      * Portfolio lookup table.

       COPY PORTTB.

      * The holidays off the processing calendar.

       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-COUNT                    PIC 99 VALUE 0.
          05 WS-HOL-ENTRIES OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-HOL-COUNT
               INDEXED BY HOL-IDX.
             10 WS-HOL-DATE                  PIC X(8).

      * The cash ledger entries for the run, in portfolio and
      * settlement-date order - a run of the same key keeps the
      * order the entries were posted in.

       01 WS-CASH-TABLE.
          05 WS-CSH-COUNT                    PIC 9(4) VALUE 0.
          05 WS-CSH-OVERFLOW                 PIC XXX VALUE "NO".
          05 WS-CSH-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-CSH-COUNT.
             10 WS-CSH-KEY.
                15 WS-CSH-PORTFOLIO          PIC X(4).
                15 WS-CSH-SETTLE-DATE        PIC 9(8).
             10 WS-CSH-TRADE-DATE            PIC 9(8).
             10 WS-CSH-TYPE                  PIC X(3).
             10 WS-CSH-CODE                  PIC X(3).
             10 WS-CSH-AMOUNT                PIC S9(9)V99.
             10 WS-CSH-MEMO                  PIC X(20).
             10 WS-CSH-MATCHED               PIC X.

      * The broker's statement lines for the reconciliation.

       01 WS-STMT-TABLE.
          05 WS-STM-COUNT                    PIC 999 VALUE 0.
          05 WS-STM-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-STM-COUNT.
             10 WS-STM-DATE                  PIC 9(8).
             10 WS-STM-AMOUNT                PIC S9(9)V99.
             10 WS-STM-DESCRIPTION           PIC X(30).
             10 WS-STM-MATCH-SUB             PIC 9(4).
             10 WS-STM-MATCH-GAP             PIC S9(7).

      * The dividend calendar, the portfolio's holdings, and the
      * stocks already paid this month, for the projection.

       01 WS-DIVIDEND-TABLE.
          05 WS-DIV-COUNT                    PIC 999 VALUE 0.
          05 WS-DIV-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-DIV-COUNT.
             10 WS-DIV-CODE                  PIC X(3).
             10 WS-DIV-PAY-MONTH             PIC 99.
             10 WS-DIV-PAY-YEAR              PIC 9(4).
             10 WS-DIV-FREQUENCY             PIC X.
             10 WS-DIV-AMOUNT                PIC 9(3)V99.

       01 WS-HOLDINGS-TABLE.
          05 WS-HLD-COUNT                    PIC 999 VALUE 0.
          05 WS-HLD-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-HLD-COUNT.
             10 WS-HLD-CODE                  PIC X(3).
             10 WS-HLD-SHARES                PIC 9(9).

       01 WS-RECEIVED-TABLE.
          05 WS-RCV-COUNT                    PIC 99 VALUE 0.
          05 WS-RCV-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-RCV-COUNT.
             10 WS-RCV-CODE                  PIC X(3).

      * Report lines.

       01 CR-PORTFOLIO-LINE.
          05                                 PIC X(10)
                                    VALUE "PORTFOLIO ".
          05 CRP-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 CRP-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 CRP-OWNER                       PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(2)  VALUE "T+".
          05 CRP-SETTLE-DAYS                 PIC 9.
          05                                 PIC X(17) VALUE SPACES.

       01 CL-HEADING.
          05                                 PIC X(30) VALUE
               "PORTFOLIO CASH LEDGER  ".
          05 CLH-DATE                        PIC 9(8).
          05                                 PIC X(52) VALUE SPACES.

       01 CL-COLUMNS.
          05                                 PIC X(10) VALUE "SETTLES".
          05                                 PIC X(10) VALUE "TRADED".
          05                                 PIC X(5)  VALUE "TYPE".
          05                                 PIC X(5)  VALUE "CODE".
          05                                 PIC X(21) VALUE "MEMO".
          05                                 PIC X(15)
                                    VALUE "         AMOUNT".
          05                                 PIC X(1)  VALUE SPACES.
          05                                 PIC X(15)
                                    VALUE "        BALANCE".
          05                                 PIC X(8)  VALUE SPACES.

       01 CL-DETAIL.
          05 CLD-SETTLE-DATE                 PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-TRADE-DATE                  PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-TYPE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-CODE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-MEMO                        PIC X(20).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-AMOUNT                      PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-BALANCE                     PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(8)  VALUE SPACES.

       01 CL-BALANCE-LINE.
          05 CLB-LABEL                       PIC X(40).
          05 CLB-DATE                        PIC X(8).
          05                                 PIC X(23) VALUE SPACES.
          05 CLB-BALANCE                     PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(4)  VALUE SPACES.

       01 CL-ALL-TOTAL.
          05                                 PIC X(40) VALUE
               "*** ALL PORTFOLIOS - SETTLED CASH ***".
          05                                 PIC X(30) VALUE SPACES.
          05 CLT-BALANCE                     PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.

       01 CJ-HEADING.
          05                                 PIC X(44) VALUE
               "PROJECTED CASH - NEXT 12 MONTHS  ".
          05 CJH-DATE                        PIC 9(8).
          05                                 PIC X(38) VALUE SPACES.

       01 CJ-MONTH-LINE.
          05                                 PIC X(6)  VALUE "MONTH ".
          05 CJM-YEAR                        PIC 9(4).
          05                                 PIC X     VALUE "/".
          05 CJM-MONTH                       PIC 99.
          05                                 PIC X(77) VALUE SPACES.

       01 CJ-DETAIL.
          05                                 PIC X(2)  VALUE SPACES.
          05 CJD-DATE                        PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 CJD-TYPE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 CJD-CODE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 CJD-MEMO                        PIC X(20).
          05                                 PIC X(1)  VALUE SPACES.
          05 CJD-AMOUNT                      PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(32) VALUE SPACES.

       01 CJ-EXPECTED-MEMO.
          05 CJE-SHARES                      PIC ZZ,ZZZ,ZZ9.
          05                                 PIC X(4)  VALUE " AT ".
          05 CJE-PER-SHARE                   PIC ZZ9.99.

       01 CJ-MONTH-END.
          05                                 PIC X(26)
                         VALUE "  PROJECTED MONTH-END CASH".
          05                                 PIC X(16) VALUE SPACES.
          05 CJT-BALANCE                     PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(33) VALUE SPACES.

       01 CJ-LATER-LINE.
          05                                 PIC X(36) VALUE
               "ENTRIES SETTLING AFTER 12 MONTHS -  ".
          05 CJL-COUNT                       PIC ZZZZ9.
          05                                 PIC X(49)
                         VALUE " - NOT IN THE PROJECTION".

       01 RR-HEADING.
          05                                 PIC X(40) VALUE
               "CASH RECONCILIATION TO BROKER - MONTH ".
          05 RRH-MONTH                       PIC 9(6).
          05                                 PIC X(44) VALUE SPACES.

       01 RR-MATCH-COLUMNS.
          05                                 PIC X(10) VALUE "LEDGER".
          05                                 PIC X(10)
                                    VALUE "STATEMENT".
          05                                 PIC X(5)  VALUE "TYPE".
          05                                 PIC X(5)  VALUE "CODE".
          05                                 PIC X(31)
                                    VALUE "STATEMENT DESCRIPTION".
          05                                 PIC X(15)
                                    VALUE "         AMOUNT".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(12) VALUE "MATCH".

       01 RR-MATCH-DETAIL.
          05 RRM-LEDG-DATE                   PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRM-STMT-DATE                   PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRM-TYPE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRM-CODE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRM-DESCRIPTION                 PIC X(30).
          05                                 PIC X(1)  VALUE SPACES.
          05 RRM-AMOUNT                      PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RRM-NOTE                        PIC X(12).

       01 RR-NEAR-NOTE.
          05                                 PIC X(5)  VALUE "DATE ".
          05 RRN-GAP                         PIC +9.
          05                                 PIC X(5)  VALUE " DAYS".

       01 RR-STMT-DETAIL.
          05 RRS-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRS-DESCRIPTION                 PIC X(30).
          05                                 PIC X(1)  VALUE SPACES.
          05 RRS-AMOUNT                      PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(34) VALUE SPACES.

       01 RR-LEDG-DETAIL.
          05 RRL-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRL-TYPE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRL-CODE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRL-MEMO                        PIC X(20).
          05                                 PIC X(1)  VALUE SPACES.
          05 RRL-AMOUNT                      PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(34) VALUE SPACES.

       01 RR-BALANCE-COLUMNS.
          05                                 PIC X(20) VALUE SPACES.
          05                                 PIC X(17)
                                    VALUE "           LEDGER".
          05                                 PIC X(17)
                                    VALUE "        STATEMENT".
          05                                 PIC X(17)
                                    VALUE "       DIFFERENCE".
          05                                 PIC X(19) VALUE SPACES.

       01 RR-BALANCE-LINE.
          05 RRB-LABEL                       PIC X(20).
          05 RRB-LEDGER                      PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 RRB-STATEMENT                   PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 RRB-DIFFERENCE                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RRB-NOTE                        PIC X(17).

       01 RR-COUNT-LINE.
          05                                 PIC X(9)  VALUE "MATCHED ".
          05 RRC-MATCHED                     PIC ZZZ9.
          05                                 PIC X(18)
                         VALUE "  STATEMENT ONLY ".
          05 RRC-STMT-ONLY                   PIC ZZZ9.
          05                                 PIC X(15)
                         VALUE "  LEDGER ONLY ".
          05 RRC-LEDG-ONLY                   PIC ZZZ9.
          05                                 PIC X(36) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".
          05 UT-SYS-TRADES                   PIC X(60)
          VALUE "C:\COBOL\TradeLedger.txt".
          05 UT-SYS-DIVRCPT                  PIC X(60)
          VALUE "C:\COBOL\DividendReceipts.txt".
          05 UT-SYS-CALENDAR                 PIC X(60)
          VALUE "C:\COBOL\ProcessingCalendar.txt".
          05 UT-SYS-CASH                     PIC X(60)
          VALUE "C:\COBOL\PortfolioCash.txt".
          05 UT-SYS-DIVDATES                 PIC X(60)
          VALUE "C:\COBOL\DividendDates.txt".
          05 UT-SYS-HOLDINGS                 PIC X(60)
          VALUE "C:\COBOL\Holdings.txt".
          05 UT-SYS-BRKSTMT                  PIC X(60)
          VALUE "C:\COBOL\BrokerCash.txt".
          05 UT-SYS-CASHRPT                  PIC X(60).

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE POSTS NEW TRADES AND RECEIPTS, THEN ASKS
      * WHICH MODE THIS RUN IS AND ROUTES TO IT.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 050-LOAD-PORTFOLIOS THRU 050-EXIT
           PERFORM 090-LOAD-HOLIDAYS THRU 090-EXIT
           PERFORM 100-POST-ACTIVITY THRU 100-EXIT
           DISPLAY "CASH - P=POST ONLY E=ENTER DEPOSIT/WITHDRAWAL/FEE "
               "L=LIST LEDGER J=PROJECTED CASH R=RECONCILE TO BROKER"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "P"
               WHEN "p"
                   CONTINUE
               WHEN "E"
               WHEN "e"
                   PERFORM 200-ENTER-CASH THRU 200-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 400-LIST-LEDGER THRU 400-EXIT
               WHEN "J"
               WHEN "j"
                   PERFORM 500-PROJECT-CASH THRU 500-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 600-RECONCILE THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 050-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER INTO ITS
      * TABLE FOR THE SETTLEMENT DAYS AND THE HEADINGS.
      ******************************************************************
       050-LOAD-PORTFOLIOS.
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOL-STATUS NOT = "00"
               GO TO 050-EXIT
           END-IF
           PERFORM 060-READ-PORTFOLIO THRU 060-EXIT
               UNTIL WS-PORT-EOF = "YES"
           CLOSE PORTFOLIO-FILE.
       050-EXIT.

       060-READ-PORTFOLIO.
           READ PORTFOLIO-FILE
               AT END
                   MOVE "YES" TO WS-PORT-EOF
               NOT AT END
                   IF WS-PORT-COUNT < 20
                       ADD 1 TO WS-PORT-COUNT
                       SET PORT-X1 TO WS-PORT-COUNT
                       MOVE PORTFOLIO-REC TO PORT-ENTRIES (PORT-X1)
                   END-IF
           END-READ.
       060-EXIT.

      ******************************************************************
      * 070-FIND-PORTFOLIO LOOKS WS-INPUT-PORTFOLIO UP ON THE MASTER,
      * SETTING WS-ENTRY-FOUND AND LEAVING PORT-X1 ON THE ENTRY.
      ******************************************************************
       070-FIND-PORTFOLIO.
           MOVE "NO" TO WS-ENTRY-FOUND
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       MOVE "NO" TO WS-ENTRY-FOUND
                   WHEN PORT-ID (PORT-X1) = WS-INPUT-PORTFOLIO
                       MOVE "YES" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.
       070-EXIT.

      ******************************************************************
      * 080-ACCEPT-PORTFOLIO PROMPTS FOR A PORTFOLIO ID THAT MUST BE
      * ON THE MASTER. ONE THAT IS NOT COMES BACK AS SPACES.
      ******************************************************************
       080-ACCEPT-PORTFOLIO.
           DISPLAY "ENTER PORTFOLIO ID"
           ACCEPT WS-INPUT-PORTFOLIO
           PERFORM 070-FIND-PORTFOLIO THRU 070-EXIT
           IF WS-ENTRY-FOUND = "NO" OR WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "PORTFOLIO NOT ON THE MASTER - ADD IT WITH "
                   "PORTMNT"
               MOVE SPACES TO WS-INPUT-PORTFOLIO
               GO TO 080-EXIT
           END-IF
           DISPLAY PORT-NAME (PORT-X1) " - " PORT-OWNER (PORT-X1).
       080-EXIT.

      ******************************************************************
      * 090-LOAD-HOLIDAYS READS THE HOLIDAY LINES OFF THE PROCESSING
      * CALENDAR. NO CALENDAR MEANS EVERY WEEKDAY COUNTS.
      ******************************************************************
       090-LOAD-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               GO TO 090-EXIT
           END-IF
           PERFORM 095-READ-CALENDAR THRU 095-EXIT
               UNTIL WS-CALENDAR-EOF = "YES"
           CLOSE CALENDAR-FILE.
       090-EXIT.

       095-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE "YES" TO WS-CALENDAR-EOF
               NOT AT END
                   IF CAL-TYPE = "H" AND WS-HOL-COUNT < 60
                       ADD 1 TO WS-HOL-COUNT
                       SET HOL-IDX TO WS-HOL-COUNT
                       MOVE CAL-HOLIDAY-DATE TO WS-HOL-DATE (HOL-IDX)
                   END-IF
           END-READ.
       095-EXIT.

      ******************************************************************
      * 100-POST-ACTIVITY FINDS HOW FAR THE CASH FILE HAS GOT ON THE
      * TRADE LEDGER AND THE RECEIPTS FILE, THEN APPENDS A CASH LINE
      * FOR EVERY TRADE AND RECEIPT PAST THAT POINT.
      ******************************************************************
       100-POST-ACTIVITY.
           MOVE ZEROS TO WS-TRADE-MARK WS-RCPT-MARK
               WS-TRADES-POSTED WS-RCPTS-POSTED
           PERFORM 110-FIND-MARKS THRU 110-EXIT
           OPEN EXTEND CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = "00"
               OPEN OUTPUT CASH-LEDGER-FILE
           END-IF
           PERFORM 120-POST-TRADES THRU 120-EXIT
           PERFORM 130-POST-RECEIPTS THRU 130-EXIT
           CLOSE CASH-LEDGER-FILE
           DISPLAY "CASH POSTED - " WS-TRADES-POSTED " TRADES, "
               WS-RCPTS-POSTED " DIVIDENDS".
       100-EXIT.

      ******************************************************************
      * 110-FIND-MARKS READS THE CASH FILE FOR THE HIGHEST TRADE
      * LEDGER LINE AND RECEIPTS LINE ALREADY POSTED.
      ******************************************************************
       110-FIND-MARKS.
           MOVE "NO" TO WS-CASH-EOF
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = "00"
               GO TO 110-EXIT
           END-IF
           PERFORM 115-READ-MARK THRU 115-EXIT
               UNTIL WS-CASH-EOF = "YES"
           CLOSE CASH-LEDGER-FILE.
       110-EXIT.

       115-READ-MARK.
           READ CASH-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-CASH-EOF
               NOT AT END
                   IF (CL-BUY OR CL-SELL)
                       AND CL-SOURCE-SEQ > WS-TRADE-MARK
                       MOVE CL-SOURCE-SEQ TO WS-TRADE-MARK
                   END-IF
                   IF CL-DIVIDEND AND CL-SOURCE-SEQ > WS-RCPT-MARK
                       MOVE CL-SOURCE-SEQ TO WS-RCPT-MARK
                   END-IF
           END-READ.
       115-EXIT.

      ******************************************************************
      * 120-POST-TRADES READS THE TRADE LEDGER, COUNTING LINES, AND
      * POSTS EACH TRADE PAST THE MARK. A TRADE WITH NO PORTFOLIO OR
      * A BAD DATE STOPS THE POSTING THERE - THE LINES AFTER IT WAIT
      * SO THE MARK NEVER SKIPS ONE.
      ******************************************************************
       120-POST-TRADES.
           MOVE "NO" TO WS-TRADE-EOF WS-POST-STOP
           MOVE ZEROS TO WS-LINE-SEQ
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               GO TO 120-EXIT
           END-IF
           PERFORM 125-POST-ONE-TRADE THRU 125-EXIT
               UNTIL WS-TRADE-EOF = "YES" OR WS-POST-STOP = "YES"
           CLOSE TRADE-LEDGER-FILE.
       120-EXIT.

       125-POST-ONE-TRADE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
                   GO TO 125-EXIT
           END-READ
           ADD 1 TO WS-LINE-SEQ
           IF WS-LINE-SEQ <= WS-TRADE-MARK
               GO TO 125-EXIT
           END-IF
           IF TL-PORTFOLIO = SPACES
               DISPLAY "TRADE LEDGER LINE " WS-LINE-SEQ
                   " HAS NO PORTFOLIO - TAG IT WITH TRADEENT M, "
                   "TRADE POSTING STOPPED"
               MOVE "YES" TO WS-POST-STOP
               GO TO 125-EXIT
           END-IF
           MOVE TL-DATE TO WS-CHECK-DATE
           PERFORM 150-SETTLE-DATE THRU 150-EXIT
           IF WS-CHECK-INT = ZEROS
               DISPLAY "TRADE LEDGER LINE " WS-LINE-SEQ
                   " HAS A BAD TRADE DATE - TRADE POSTING STOPPED"
               MOVE "YES" TO WS-POST-STOP
               GO TO 125-EXIT
           END-IF
           MOVE SPACES TO CASH-LEDGER-REC
           MOVE TL-PORTFOLIO TO CL-PORTFOLIO
           MOVE WS-CHECK-DATE TO CL-SETTLE-DATE
           MOVE TL-DATE TO CL-TRADE-DATE
           MOVE TL-STOCK-CODE TO CL-STOCK-CODE
           IF TL-ACTION = "S"
               MOVE "SEL" TO CL-TYPE
               COMPUTE CL-AMOUNT ROUNDED =
                   TL-SHARES * TL-PRICE - TL-FEES
           ELSE
               MOVE "BUY" TO CL-TYPE
               COMPUTE CL-AMOUNT ROUNDED =
                   ZEROS - (TL-SHARES * TL-PRICE + TL-FEES)
           END-IF
           MOVE WS-LINE-SEQ TO CL-SOURCE-SEQ WS-TM-SEQ
           MOVE WS-TRADE-MEMO TO CL-MEMO
           MOVE WS-TODAY TO CL-ENTERED-DATE
           WRITE CASH-LEDGER-REC
           ADD 1 TO WS-TRADES-POSTED.
       125-EXIT.

      ******************************************************************
      * 130-POST-RECEIPTS READS THE RECEIPTS FILE THE SAME WAY AND
      * POSTS EACH DIVIDEND PAST THE MARK ON ITS RECEIVED DATE.
      ******************************************************************
       130-POST-RECEIPTS.
           MOVE "NO" TO WS-RCPT-EOF WS-POST-STOP
           MOVE ZEROS TO WS-LINE-SEQ
           OPEN INPUT DIVIDEND-RECEIPTS-FILE
           IF WS-DIVRCPT-STATUS NOT = "00"
               GO TO 130-EXIT
           END-IF
           PERFORM 135-POST-ONE-RECEIPT THRU 135-EXIT
               UNTIL WS-RCPT-EOF = "YES" OR WS-POST-STOP = "YES"
           CLOSE DIVIDEND-RECEIPTS-FILE.
       130-EXIT.

       135-POST-ONE-RECEIPT.
           READ DIVIDEND-RECEIPTS-FILE
               AT END
                   MOVE "YES" TO WS-RCPT-EOF
                   GO TO 135-EXIT
           END-READ
           ADD 1 TO WS-LINE-SEQ
           IF WS-LINE-SEQ <= WS-RCPT-MARK
               GO TO 135-EXIT
           END-IF
           MOVE DVR-RCV-YEAR TO WS-YMD-YEAR
           MOVE DVR-RCV-MONTH TO WS-YMD-MONTH
           MOVE DVR-RCV-DAY TO WS-YMD-DAY
           MOVE ZEROS TO WS-CHECK-INT
           IF WS-YMD-DATE NUMERIC
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE (WS-YMD-DATE)
           END-IF
           IF DVR-PORTFOLIO = SPACES OR WS-CHECK-INT = ZEROS
               DISPLAY "RECEIPTS LINE " WS-LINE-SEQ
                   " HAS NO PORTFOLIO OR A BAD DATE - "
                   "DIVIDEND POSTING STOPPED"
               MOVE "YES" TO WS-POST-STOP
               GO TO 135-EXIT
           END-IF
           MOVE SPACES TO CASH-LEDGER-REC
           MOVE DVR-PORTFOLIO TO CL-PORTFOLIO
           MOVE WS-YMD-DATE TO CL-SETTLE-DATE CL-TRADE-DATE
           MOVE "DIV" TO CL-TYPE
           MOVE DVR-STOCK-CODE TO CL-STOCK-CODE
           MOVE DVR-AMOUNT TO CL-AMOUNT
           MOVE WS-LINE-SEQ TO CL-SOURCE-SEQ WS-RM-SEQ
           MOVE WS-RCPT-MEMO TO CL-MEMO
           MOVE WS-TODAY TO CL-ENTERED-DATE
           WRITE CASH-LEDGER-REC
           ADD 1 TO WS-RCPTS-POSTED.
       135-EXIT.

      ******************************************************************
      * 150-SETTLE-DATE TURNS THE TRADE DATE IN WS-CHECK-DATE INTO
      * ITS SETTLEMENT DATE - THE PORTFOLIO'S SETTLEMENT DAYS (ONE
      * WHEN THE MASTER DOES NOT SAY) COUNTED IN BUSINESS DAYS. A
      * DATE THAT IS NOT A DATE LEAVES WS-CHECK-INT ZERO.
      ******************************************************************
       150-SETTLE-DATE.
           MOVE ZEROS TO WS-CHECK-INT
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 150-EXIT
           END-IF
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           IF WS-CHECK-INT = ZEROS
               GO TO 150-EXIT
           END-IF
           MOVE 1 TO WS-SETTLE-DAYS
           MOVE TL-PORTFOLIO TO WS-INPUT-PORTFOLIO
           PERFORM 070-FIND-PORTFOLIO THRU 070-EXIT
           IF WS-ENTRY-FOUND = "YES"
               AND PORT-SETTLE-DAYS (PORT-X1) NUMERIC
               MOVE PORT-SETTLE-DAYS (PORT-X1) TO WS-SETTLE-DAYS
           END-IF
           MOVE WS-SETTLE-DAYS TO WS-DAYS-LEFT
           PERFORM 155-NEXT-BUSINESS-DAY THRU 155-EXIT
               UNTIL WS-DAYS-LEFT = ZEROS.
       150-EXIT.

       155-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-CHECK-INT
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-INT)
           PERFORM 160-CHECK-BUSINESS-DAY THRU 160-EXIT
           IF WS-IS-BUSINESS-DAY = "YES"
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.
       155-EXIT.

      ******************************************************************
      * 160-CHECK-BUSINESS-DAY SETS WS-IS-BUSINESS-DAY FOR THE DATE
      * IN WS-CHECK-DATE, THE SAME TEST WEBSHIP MAKES: DAY 1 OF THE
      * INTEGER CALENDAR WAS A MONDAY, SO THE REMAINDER AGAINST 7
      * READS 6 SATURDAY, 0 SUNDAY.
      ******************************************************************
       160-CHECK-BUSINESS-DAY.
           MOVE "YES" TO WS-IS-BUSINESS-DAY
           DIVIDE WS-CHECK-INT BY 7
               GIVING WS-CHECK-WEEKS REMAINDER WS-CHECK-DOW
           IF WS-CHECK-DOW = 6 OR WS-CHECK-DOW = 0
               MOVE "NO" TO WS-IS-BUSINESS-DAY
               GO TO 160-EXIT
           END-IF
           PERFORM 165-CHECK-HOLIDAY THRU 165-EXIT
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT.
       160-EXIT.

       165-CHECK-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-SUB) NUMERIC
               AND WS-HOL-DATE (WS-HOL-SUB) = WS-CHECK-DATE
               MOVE "NO" TO WS-IS-BUSINESS-DAY
           END-IF.
       165-EXIT.

      ******************************************************************
      * 200-ENTER-CASH APPENDS ONE KEYED DEPOSIT, WITHDRAWAL, OR FEE.
      * THE AMOUNT IS KEYED UNSIGNED - THE TYPE DECIDES THE SIGN.
      ******************************************************************
       200-ENTER-CASH.
           PERFORM 080-ACCEPT-PORTFOLIO THRU 080-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "NOTHING RECORDED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER D FOR DEPOSIT, W FOR WITHDRAWAL, F FOR FEE"
           ACCEPT WS-INPUT-TYPE
           IF WS-INPUT-TYPE NOT = "D" AND WS-INPUT-TYPE NOT = "W"
               AND WS-INPUT-TYPE NOT = "F"
               DISPLAY "INVALID TYPE - NOTHING RECORDED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER DATE (YYYYMMDD, BLANK = TODAY)"
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = ZEROS
               MOVE WS-TODAY TO WS-INPUT-DATE
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WS-INPUT-DATE) = ZEROS
               DISPLAY "INVALID DATE - NOTHING RECORDED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER AMOUNT (999999999.99)"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = ZEROS
               DISPLAY "ZERO AMOUNT - NOTHING RECORDED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER MEMO (20 CHARACTERS)"
           ACCEPT WS-INPUT-MEMO
           MOVE SPACES TO CASH-LEDGER-REC
           MOVE WS-INPUT-PORTFOLIO TO CL-PORTFOLIO
           MOVE WS-INPUT-DATE TO CL-SETTLE-DATE CL-TRADE-DATE
           EVALUATE WS-INPUT-TYPE
               WHEN "D"
                   MOVE "DEP" TO CL-TYPE
                   MOVE WS-INPUT-AMOUNT TO CL-AMOUNT
               WHEN "W"
                   MOVE "WDL" TO CL-TYPE
                   COMPUTE CL-AMOUNT = ZEROS - WS-INPUT-AMOUNT
               WHEN OTHER
                   MOVE "FEE" TO CL-TYPE
                   COMPUTE CL-AMOUNT = ZEROS - WS-INPUT-AMOUNT
           END-EVALUATE
           MOVE ZEROS TO CL-SOURCE-SEQ
           MOVE WS-INPUT-MEMO TO CL-MEMO
           MOVE WS-TODAY TO CL-ENTERED-DATE
           OPEN EXTEND CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = "00"
               OPEN OUTPUT CASH-LEDGER-FILE
           END-IF
           WRITE CASH-LEDGER-REC
           CLOSE CASH-LEDGER-FILE
           DISPLAY "CASH ENTRY RECORDED".
       200-EXIT.

      ******************************************************************
      * 300-LOAD-CASH-TABLE READS THE CASH FILE FOR THE PORTFOLIO IN
      * WS-SELECT-ID (BLANK = ALL) INTO THE CASH TABLE IN PORTFOLIO
      * AND SETTLEMENT-DATE ORDER. PAST 2000 ENTRIES THE REST ARE
      * LEFT OFF AND THE CONSOLE SAYS SO.
      ******************************************************************
       300-LOAD-CASH-TABLE.
           MOVE ZEROS TO WS-CSH-COUNT
           MOVE "NO" TO WS-CASH-EOF WS-CSH-OVERFLOW
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-CASH THRU 310-EXIT
               UNTIL WS-CASH-EOF = "YES"
           CLOSE CASH-LEDGER-FILE
           IF WS-CSH-OVERFLOW = "YES"
               DISPLAY "MORE THAN 2000 CASH ENTRIES - THE REST ARE "
                   "LEFT OFF THIS REPORT"
           END-IF.
       300-EXIT.

       310-READ-CASH.
           READ CASH-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-CASH-EOF
                   GO TO 310-EXIT
           END-READ
           IF WS-SELECT-ID NOT = SPACES
               AND CL-PORTFOLIO NOT = WS-SELECT-ID
               GO TO 310-EXIT
           END-IF
           IF WS-CSH-COUNT >= 2000
               MOVE "YES" TO WS-CSH-OVERFLOW
               GO TO 310-EXIT
           END-IF
           MOVE CL-PORTFOLIO TO WS-NEW-KEY (1:4)
           MOVE CL-SETTLE-DATE TO WS-NEW-KEY (5:8)
           ADD 1 TO WS-CSH-COUNT
           MOVE WS-CSH-COUNT TO WS-ROOM-SUB
           PERFORM 320-MAKE-ROOM THRU 320-EXIT
               UNTIL WS-ROOM-SUB <= 1
               OR WS-CSH-KEY (WS-ROOM-SUB - 1) <= WS-NEW-KEY
           MOVE CL-PORTFOLIO TO WS-CSH-PORTFOLIO (WS-ROOM-SUB)
           MOVE CL-SETTLE-DATE TO WS-CSH-SETTLE-DATE (WS-ROOM-SUB)
           MOVE CL-TRADE-DATE TO WS-CSH-TRADE-DATE (WS-ROOM-SUB)
           MOVE CL-TYPE TO WS-CSH-TYPE (WS-ROOM-SUB)
           MOVE CL-STOCK-CODE TO WS-CSH-CODE (WS-ROOM-SUB)
           MOVE CL-AMOUNT TO WS-CSH-AMOUNT (WS-ROOM-SUB)
           MOVE CL-MEMO TO WS-CSH-MEMO (WS-ROOM-SUB)
           MOVE "N" TO WS-CSH-MATCHED (WS-ROOM-SUB).
       310-EXIT.

       320-MAKE-ROOM.
           MOVE WS-CSH-ENTRIES (WS-ROOM-SUB - 1)
               TO WS-CSH-ENTRIES (WS-ROOM-SUB)
           SUBTRACT 1 FROM WS-ROOM-SUB.
       320-EXIT.

      ******************************************************************
      * 400-LIST-LEDGER PRINTS THE CASH LEDGER FOR ONE PORTFOLIO OR
      * ALL OF THEM, A PAGE PER PORTFOLIO, WITH THE RUNNING BALANCE.
      * ENTRIES SETTLED BY TODAY COME FIRST, THEN THE SETTLED
      * BALANCE, THEN ANY ENTRIES STILL TO SETTLE CARRYING THE
      * BALANCE ON TO WHAT IT WILL BE.
      ******************************************************************
       400-LIST-LEDGER.
           DISPLAY "ENTER PORTFOLIO ID (BLANK = ALL)"
           ACCEPT WS-SELECT-ID
           PERFORM 300-LOAD-CASH-TABLE THRU 300-EXIT
           MOVE "C:\COBOL\CashLedger.txt" TO UT-SYS-CASHRPT
           OPEN OUTPUT CASH-REPORT-FILE
           MOVE SPACES TO WS-CUR-ID
           IF WS-CSH-COUNT = ZEROS
               MOVE WS-TODAY TO CLH-DATE
               WRITE REPORT-RECORD FROM CL-HEADING
               MOVE "  (NO CASH ENTRIES FOR THIS RUN)" TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
               CLOSE CASH-REPORT-FILE
               GO TO 400-EXIT
           END-IF
           PERFORM 410-LIST-ONE-ENTRY THRU 410-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
           PERFORM 440-END-PORTFOLIO THRU 440-EXIT
           IF WS-SELECT-ID = SPACES
               MOVE WS-ALL-SETTLED TO CLT-BALANCE
               WRITE REPORT-RECORD FROM CL-ALL-TOTAL
                AFTER ADVANCING 3 LINES
           END-IF
           CLOSE CASH-REPORT-FILE
           DISPLAY "CASH LEDGER WRITTEN".
       400-EXIT.

       410-LIST-ONE-ENTRY.
           IF WS-CSH-SUB = 1
               OR WS-CSH-PORTFOLIO (WS-CSH-SUB) NOT = WS-CUR-ID
               IF WS-CSH-SUB > 1
                   PERFORM 440-END-PORTFOLIO THRU 440-EXIT
               END-IF
               PERFORM 420-WRITE-PORTFOLIO-HEAD THRU 420-EXIT
           END-IF
           IF WS-CSH-SETTLE-DATE (WS-CSH-SUB) > WS-TODAY
               AND WS-PENDING-SHOWN = "NO"
               PERFORM 430-WRITE-SETTLED-LINE THRU 430-EXIT
               MOVE "  PENDING SETTLEMENT" TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
               MOVE "YES" TO WS-PENDING-SHOWN
           END-IF
           ADD WS-CSH-AMOUNT (WS-CSH-SUB) TO WS-BALANCE
           MOVE WS-CSH-SETTLE-DATE (WS-CSH-SUB) TO CLD-SETTLE-DATE
           MOVE WS-CSH-TRADE-DATE (WS-CSH-SUB) TO CLD-TRADE-DATE
           MOVE WS-CSH-TYPE (WS-CSH-SUB) TO CLD-TYPE
           MOVE WS-CSH-CODE (WS-CSH-SUB) TO CLD-CODE
           MOVE WS-CSH-MEMO (WS-CSH-SUB) TO CLD-MEMO
           MOVE WS-CSH-AMOUNT (WS-CSH-SUB) TO CLD-AMOUNT
           MOVE WS-BALANCE TO CLD-BALANCE
           WRITE REPORT-RECORD FROM CL-DETAIL
            AFTER ADVANCING 1 LINE.
       410-EXIT.

      ******************************************************************
      * 420-WRITE-PORTFOLIO-HEAD STARTS A PORTFOLIO'S PAGE AND ZEROES
      * ITS RUNNING BALANCE.
      ******************************************************************
       420-WRITE-PORTFOLIO-HEAD.
           MOVE WS-CSH-PORTFOLIO (WS-CSH-SUB) TO WS-CUR-ID
           MOVE ZEROS TO WS-BALANCE
           MOVE "NO" TO WS-PENDING-SHOWN
           MOVE WS-TODAY TO CLH-DATE
           IF WS-FIRST-PAGE = "YES"
               WRITE REPORT-RECORD FROM CL-HEADING
               MOVE "NO" TO WS-FIRST-PAGE
           ELSE
               WRITE REPORT-RECORD FROM CL-HEADING
                AFTER ADVANCING PAGE
           END-IF
           PERFORM 450-FILL-PORTFOLIO-LINE THRU 450-EXIT
           WRITE REPORT-RECORD FROM CR-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM CL-COLUMNS
            AFTER ADVANCING 2 LINES.
       420-EXIT.

      ******************************************************************
      * 430-WRITE-SETTLED-LINE PRINTS THE BALANCE SETTLED AS OF
      * TODAY AND ADDS IT TO THE ALL-PORTFOLIOS TOTAL.
      ******************************************************************
       430-WRITE-SETTLED-LINE.
           MOVE "  SETTLED CASH BALANCE AS OF" TO CLB-LABEL
           MOVE WS-TODAY TO CLB-DATE
           MOVE WS-BALANCE TO CLB-BALANCE
           WRITE REPORT-RECORD FROM CL-BALANCE-LINE
            AFTER ADVANCING 2 LINES
           ADD WS-BALANCE TO WS-ALL-SETTLED.
       430-EXIT.

      ******************************************************************
      * 440-END-PORTFOLIO CLOSES A PORTFOLIO'S PAGE - THE SETTLED
      * BALANCE WHEN NOTHING IS PENDING, OTHERWISE THE BALANCE ONCE
      * EVERYTHING PENDING HAS SETTLED.
      ******************************************************************
       440-END-PORTFOLIO.
           IF WS-PENDING-SHOWN = "NO"
               PERFORM 430-WRITE-SETTLED-LINE THRU 430-EXIT
           ELSE
               MOVE "  BALANCE AFTER PENDING SETTLEMENTS" TO CLB-LABEL
               MOVE SPACES TO CLB-DATE
               MOVE WS-BALANCE TO CLB-BALANCE
               WRITE REPORT-RECORD FROM CL-BALANCE-LINE
                AFTER ADVANCING 2 LINES
           END-IF.
       440-EXIT.

      ******************************************************************
      * 450-FILL-PORTFOLIO-LINE SETS UP THE PORTFOLIO LINE FOR
      * WS-CUR-ID FROM THE MASTER.
      ******************************************************************
       450-FILL-PORTFOLIO-LINE.
           MOVE WS-CUR-ID TO CRP-ID WS-INPUT-PORTFOLIO
           MOVE "NOT ON THE PORTFOLIO MASTER" TO CRP-NAME
           MOVE SPACES TO CRP-OWNER
           MOVE 1 TO CRP-SETTLE-DAYS
           PERFORM 070-FIND-PORTFOLIO THRU 070-EXIT
           IF WS-ENTRY-FOUND = "YES"
               MOVE PORT-NAME (PORT-X1) TO CRP-NAME
               MOVE PORT-OWNER (PORT-X1) TO CRP-OWNER
               IF PORT-SETTLE-DAYS (PORT-X1) NUMERIC
                   MOVE PORT-SETTLE-DAYS (PORT-X1) TO CRP-SETTLE-DAYS
               END-IF
           END-IF.
       450-EXIT.

      ******************************************************************
      * 500-PROJECT-CASH PROJECTS ONE PORTFOLIO'S CASH FOR THE NEXT
      * TWELVE MONTHS, STARTING FROM WHAT HAS SETTLED BY TODAY.
      ******************************************************************
       500-PROJECT-CASH.
           PERFORM 080-ACCEPT-PORTFOLIO THRU 080-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "NO PROJECTION WRITTEN"
               GO TO 500-EXIT
           END-IF
           MOVE WS-INPUT-PORTFOLIO TO WS-SELECT-ID WS-CUR-ID
           PERFORM 300-LOAD-CASH-TABLE THRU 300-EXIT
           PERFORM 505-LOAD-DIV-CALENDAR THRU 505-EXIT
           PERFORM 510-LOAD-HOLDINGS THRU 510-EXIT
           PERFORM 520-LOAD-MONTH-RECEIPTS THRU 520-EXIT
           COMPUTE WS-BASE-ABS-MONTH =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH
           MOVE ZEROS TO WS-BALANCE WS-LATER-COUNT
           PERFORM 530-ADD-SETTLED THRU 530-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
           MOVE "C:\COBOL\CashProjection.txt" TO UT-SYS-CASHRPT
           OPEN OUTPUT CASH-REPORT-FILE
           MOVE WS-TODAY TO CJH-DATE
           WRITE REPORT-RECORD FROM CJ-HEADING
           PERFORM 450-FILL-PORTFOLIO-LINE THRU 450-EXIT
           WRITE REPORT-RECORD FROM CR-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           MOVE "  SETTLED CASH BALANCE AS OF" TO CLB-LABEL
           MOVE WS-TODAY TO CLB-DATE
           MOVE WS-BALANCE TO CLB-BALANCE
           WRITE REPORT-RECORD FROM CL-BALANCE-LINE
            AFTER ADVANCING 2 LINES
           PERFORM 540-PROJECT-MONTH THRU 540-EXIT
               VARYING WS-MONTH-SUB FROM 0 BY 1
               UNTIL WS-MONTH-SUB > 11
           IF WS-LATER-COUNT > ZEROS
               MOVE WS-LATER-COUNT TO CJL-COUNT
               WRITE REPORT-RECORD FROM CJ-LATER-LINE
                AFTER ADVANCING 2 LINES
           END-IF
           CLOSE CASH-REPORT-FILE
           DISPLAY "CASH PROJECTION WRITTEN".
       500-EXIT.

      ******************************************************************
      * 505-LOAD-DIV-CALENDAR READS THE DIVIDEND CALENDAR THE WAY
      * DIVPROJ DOES, KEEPING THE PAY MONTH AND YEAR AS NUMBERS.
      ******************************************************************
       505-LOAD-DIV-CALENDAR.
           OPEN INPUT DIVIDEND-DATES-FILE
           IF WS-DIVDATES-STATUS NOT = "00"
               GO TO 505-EXIT
           END-IF
           PERFORM 506-READ-DIV-CALENDAR THRU 506-EXIT
               UNTIL WS-DIV-EOF = "YES"
           CLOSE DIVIDEND-DATES-FILE.
       505-EXIT.

       506-READ-DIV-CALENDAR.
           READ DIVIDEND-DATES-FILE
               AT END
                   MOVE "YES" TO WS-DIV-EOF
               NOT AT END
                   IF WS-DIV-COUNT < 100
                       AND DVD-PAY-MONTH NUMERIC
                       AND DVD-PAY-YEAR NUMERIC
                       ADD 1 TO WS-DIV-COUNT
                       MOVE DVD-STOCK-CODE
                           TO WS-DIV-CODE (WS-DIV-COUNT)
                       MOVE DVD-PAY-MONTH
                           TO WS-DIV-PAY-MONTH (WS-DIV-COUNT)
                       MOVE DVD-PAY-YEAR
                           TO WS-DIV-PAY-YEAR (WS-DIV-COUNT)
                       MOVE DVD-FREQUENCY
                           TO WS-DIV-FREQUENCY (WS-DIV-COUNT)
                       MOVE DVD-DECLARED-AMT
                           TO WS-DIV-AMOUNT (WS-DIV-COUNT)
                   END-IF
           END-READ.
       506-EXIT.

      ******************************************************************
      * 510-LOAD-HOLDINGS READS THE PORTFOLIO'S HOLDINGS.
      ******************************************************************
       510-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
           IF WS-HOLDINGS-STATUS NOT = "00"
               GO TO 510-EXIT
           END-IF
           PERFORM 515-READ-HOLDING THRU 515-EXIT
               UNTIL WS-HOLD-EOF = "YES"
           CLOSE HOLDINGS-FILE.
       510-EXIT.

       515-READ-HOLDING.
           READ HOLDINGS-FILE
               AT END
                   MOVE "YES" TO WS-HOLD-EOF
               NOT AT END
                   IF WS-HLD-COUNT < 200
                       AND HLD-PORTFOLIO = WS-CUR-ID
                       ADD 1 TO WS-HLD-COUNT
                       MOVE HLD-STOCK-CODE
                           TO WS-HLD-CODE (WS-HLD-COUNT)
                       MOVE HLD-SHARES-HELD
                           TO WS-HLD-SHARES (WS-HLD-COUNT)
                   END-IF
           END-READ.
       515-EXIT.

      ******************************************************************
      * 520-LOAD-MONTH-RECEIPTS NOTES EACH STOCK THE PORTFOLIO HAS
      * ALREADY BEEN PAID FOR THIS MONTH - ITS EXPECTED DIVIDEND IS
      * IN THE SETTLED BALANCE, NOT STILL TO COME.
      ******************************************************************
       520-LOAD-MONTH-RECEIPTS.
           MOVE "NO" TO WS-RCPT-EOF
           OPEN INPUT DIVIDEND-RECEIPTS-FILE
           IF WS-DIVRCPT-STATUS NOT = "00"
               GO TO 520-EXIT
           END-IF
           PERFORM 525-READ-RECEIPT THRU 525-EXIT
               UNTIL WS-RCPT-EOF = "YES"
           CLOSE DIVIDEND-RECEIPTS-FILE.
       520-EXIT.

       525-READ-RECEIPT.
           READ DIVIDEND-RECEIPTS-FILE
               AT END
                   MOVE "YES" TO WS-RCPT-EOF
                   GO TO 525-EXIT
           END-READ
           MOVE DVR-RCV-YEAR TO WS-YMD-YEAR
           MOVE DVR-RCV-MONTH TO WS-YMD-MONTH
           MOVE DVR-RCV-DAY TO WS-YMD-DAY
           IF DVR-PORTFOLIO = WS-CUR-ID
               AND WS-YMD-DATE NUMERIC
               AND WS-YMD-YEAR = WS-TODAY-YEAR
               AND WS-YMD-MONTH = WS-TODAY-MONTH
               AND WS-RCV-COUNT < 50
               ADD 1 TO WS-RCV-COUNT
               MOVE DVR-STOCK-CODE TO WS-RCV-CODE (WS-RCV-COUNT)
           END-IF.
       525-EXIT.

       530-ADD-SETTLED.
           IF WS-CSH-SETTLE-DATE (WS-CSH-SUB) <= WS-TODAY
               ADD WS-CSH-AMOUNT (WS-CSH-SUB) TO WS-BALANCE
           END-IF.
       530-EXIT.

      ******************************************************************
      * 540-PROJECT-MONTH PRINTS ONE MONTH OF THE PROJECTION - THE
      * ENTRIES SETTLING AFTER TODAY IN THE MONTH, THE DIVIDENDS
      * EXPECTED IN IT - AND THE CASH PROJECTED AT ITS END.
      ******************************************************************
       540-PROJECT-MONTH.
           COMPUTE WS-RPT-ABS-MONTH = WS-BASE-ABS-MONTH + WS-MONTH-SUB
           COMPUTE WS-WORK-YEAR = (WS-RPT-ABS-MONTH - 1) / 12
           COMPUTE WS-WORK-MONTH =
               WS-RPT-ABS-MONTH - (WS-WORK-YEAR * 12)
           COMPUTE WS-MONTH-START =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-MONTH-START + 30
           MOVE WS-WORK-YEAR TO CJM-YEAR
           MOVE WS-WORK-MONTH TO CJM-MONTH
           WRITE REPORT-RECORD FROM CJ-MONTH-LINE
            AFTER ADVANCING 2 LINES
           MOVE "NO" TO WS-MONTH-HAS-LINES
           PERFORM 545-PENDING-IN-MONTH THRU 545-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
           PERFORM 550-DIVIDEND-IN-MONTH THRU 550-EXIT
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > WS-DIV-COUNT
           IF WS-MONTH-HAS-LINES = "NO"
               MOVE "  (NO CASH MOVEMENTS EXPECTED)" TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-BALANCE TO CJT-BALANCE
           WRITE REPORT-RECORD FROM CJ-MONTH-END
            AFTER ADVANCING 1 LINE.
       540-EXIT.

      ******************************************************************
      * 545-PENDING-IN-MONTH PRINTS THE CASH ENTRY AT WS-CSH-SUB WHEN
      * IT SETTLES AFTER TODAY AND IN THE REPORT MONTH. ONE BEYOND
      * THE LAST MONTH IS COUNTED FOR THE FOOTNOTE.
      ******************************************************************
       545-PENDING-IN-MONTH.
           IF WS-CSH-SETTLE-DATE (WS-CSH-SUB) <= WS-TODAY
               GO TO 545-EXIT
           END-IF
           IF WS-MONTH-SUB = 11
               AND WS-CSH-SETTLE-DATE (WS-CSH-SUB) > WS-MONTH-END
               ADD 1 TO WS-LATER-COUNT
               GO TO 545-EXIT
           END-IF
           IF WS-CSH-SETTLE-DATE (WS-CSH-SUB) < WS-MONTH-START
               OR WS-CSH-SETTLE-DATE (WS-CSH-SUB) > WS-MONTH-END
               GO TO 545-EXIT
           END-IF
           MOVE WS-CSH-SETTLE-DATE (WS-CSH-SUB) TO CJD-DATE
           MOVE WS-CSH-TYPE (WS-CSH-SUB) TO CJD-TYPE
           MOVE WS-CSH-CODE (WS-CSH-SUB) TO CJD-CODE
           MOVE WS-CSH-MEMO (WS-CSH-SUB) TO CJD-MEMO
           MOVE WS-CSH-AMOUNT (WS-CSH-SUB) TO CJD-AMOUNT
           WRITE REPORT-RECORD FROM CJ-DETAIL
            AFTER ADVANCING 1 LINE
           ADD WS-CSH-AMOUNT (WS-CSH-SUB) TO WS-BALANCE
           MOVE "YES" TO WS-MONTH-HAS-LINES.
       545-EXIT.

      ******************************************************************
      * 550-DIVIDEND-IN-MONTH APPLIES DIVPROJ'S RULE TO THE CALENDAR
      * ENTRY AT WS-DIV-SUB - IT PAYS IN THE REPORT MONTH WHEN A
      * WHOLE NUMBER OF FREQUENCY INTERVALS SEPARATES THE MONTH FROM
      * ITS PAY-DATE MONTH - AND, WHEN THE STOCK IS HELD AND NOT
      * ALREADY PAID THIS MONTH, PRINTS THE EXPECTED CASH.
      ******************************************************************
       550-DIVIDEND-IN-MONTH.
           EVALUATE WS-DIV-FREQUENCY (WS-DIV-SUB)
               WHEN "M"
                   MOVE 1 TO WS-INTERVAL
               WHEN "Q"
                   MOVE 3 TO WS-INTERVAL
               WHEN "S"
                   MOVE 6 TO WS-INTERVAL
               WHEN "A"
                   MOVE 12 TO WS-INTERVAL
               WHEN OTHER
                   GO TO 550-EXIT
           END-EVALUATE
           COMPUTE WS-PAY-ABS-MONTH =
               WS-DIV-PAY-YEAR (WS-DIV-SUB) * 12
               + WS-DIV-PAY-MONTH (WS-DIV-SUB)
           COMPUTE WS-MONTH-GAP = WS-RPT-ABS-MONTH - WS-PAY-ABS-MONTH
           IF WS-MONTH-GAP < ZEROS
               GO TO 550-EXIT
           END-IF
           DIVIDE WS-MONTH-GAP BY WS-INTERVAL
               GIVING WS-GAP-QUOTIENT REMAINDER WS-GAP-REMAINDER
           IF WS-GAP-REMAINDER NOT = ZEROS
               GO TO 550-EXIT
           END-IF
           PERFORM 555-FIND-HOLDING THRU 555-EXIT
           IF WS-HLD-SUB = 999
               GO TO 550-EXIT
           END-IF
           IF WS-MONTH-SUB = ZEROS
               MOVE "NO" TO WS-ENTRY-FOUND
               PERFORM 558-CHECK-RECEIVED THRU 558-EXIT
                   VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-COUNT
               IF WS-ENTRY-FOUND = "YES"
                   GO TO 550-EXIT
               END-IF
           END-IF
           COMPUTE WS-EXPECTED-AMT =
               WS-HLD-SHARES (WS-HLD-SUB)
               * WS-DIV-AMOUNT (WS-DIV-SUB)
           MOVE "EXPECTED" TO CJD-DATE
           MOVE "DIV" TO CJD-TYPE
           MOVE WS-DIV-CODE (WS-DIV-SUB) TO CJD-CODE
           MOVE WS-HLD-SHARES (WS-HLD-SUB) TO CJE-SHARES
           MOVE WS-DIV-AMOUNT (WS-DIV-SUB) TO CJE-PER-SHARE
           MOVE CJ-EXPECTED-MEMO TO CJD-MEMO
           MOVE WS-EXPECTED-AMT TO CJD-AMOUNT
           WRITE REPORT-RECORD FROM CJ-DETAIL
            AFTER ADVANCING 1 LINE
           ADD WS-EXPECTED-AMT TO WS-BALANCE
           MOVE "YES" TO WS-MONTH-HAS-LINES.
       550-EXIT.

      ******************************************************************
      * 555-FIND-HOLDING LEAVES WS-HLD-SUB ON THE HOLDING OF THE
      * CALENDAR ENTRY'S STOCK, OR 999 WHEN IT IS NOT HELD.
      ******************************************************************
       555-FIND-HOLDING.
           MOVE 999 TO WS-HLD-SUB
           PERFORM 556-CHECK-HOLDING THRU 556-EXIT
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-HLD-COUNT.
       555-EXIT.

       556-CHECK-HOLDING.
           IF WS-HLD-CODE (WS-ROOM-SUB) = WS-DIV-CODE (WS-DIV-SUB)
               MOVE WS-ROOM-SUB TO WS-HLD-SUB
           END-IF.
       556-EXIT.

       558-CHECK-RECEIVED.
           IF WS-RCV-CODE (WS-RCV-SUB) = WS-DIV-CODE (WS-DIV-SUB)
               MOVE "YES" TO WS-ENTRY-FOUND
           END-IF.
       558-EXIT.

      ******************************************************************
      * 600-RECONCILE MATCHES ONE PORTFOLIO'S CASH LEDGER FOR A MONTH
      * AGAINST THE BROKER'S STATEMENT FOR THAT MONTH AND PRINTS THE
      * RESULT.
      ******************************************************************
       600-RECONCILE.
           PERFORM 080-ACCEPT-PORTFOLIO THRU 080-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "NO RECONCILIATION WRITTEN"
               GO TO 600-EXIT
           END-IF
           MOVE WS-INPUT-PORTFOLIO TO WS-SELECT-ID WS-CUR-ID
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM)"
           ACCEPT WS-INPUT-MONTH
           COMPUTE WS-MONTH-START = WS-INPUT-MONTH * 100 + 1
           IF FUNCTION INTEGER-OF-DATE (WS-MONTH-START) = ZEROS
               DISPLAY "INVALID MONTH - NO RECONCILIATION WRITTEN"
               GO TO 600-EXIT
           END-IF
           COMPUTE WS-MONTH-END = WS-MONTH-START + 30
           DISPLAY "ENTER STATEMENT FILE PATH (BLANK = "
               UT-SYS-BRKSTMT ")"
           ACCEPT WS-INPUT-PATH
           IF WS-INPUT-PATH NOT = SPACES
               MOVE WS-INPUT-PATH TO UT-SYS-BRKSTMT
           END-IF
           PERFORM 605-LOAD-STATEMENT THRU 605-EXIT
           IF WS-BRKSTMT-STATUS NOT = "00"
               DISPLAY "STATEMENT FILE NOT FOUND - STATUS "
                   WS-BRKSTMT-STATUS
               GO TO 600-EXIT
           END-IF
           PERFORM 300-LOAD-CASH-TABLE THRU 300-EXIT
           MOVE ZEROS TO WS-LEDG-OPENING WS-LEDG-CLOSING
           PERFORM 620-LEDGER-BALANCES THRU 620-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
           PERFORM 630-EXACT-MATCH THRU 630-EXIT
               VARYING WS-STM-SUB FROM 1 BY 1
               UNTIL WS-STM-SUB > WS-STM-COUNT
           PERFORM 640-NEAR-MATCH THRU 640-EXIT
               VARYING WS-STM-SUB FROM 1 BY 1
               UNTIL WS-STM-SUB > WS-STM-COUNT
           PERFORM 650-WRITE-RECONCILIATION THRU 650-EXIT
           DISPLAY "CASH RECONCILIATION WRITTEN - " WS-STMT-ONLY-COUNT
               " STATEMENT ONLY, " WS-LEDG-ONLY-COUNT " LEDGER ONLY".
       600-EXIT.

      ******************************************************************
      * 605-LOAD-STATEMENT READS THE BROKER'S STATEMENT - THE
      * OPENING AND CLOSING BALANCES AND EVERY DETAIL LINE, SIGNED
      * THE WAY THE CASH LEDGER IS.
      ******************************************************************
       605-LOAD-STATEMENT.
           MOVE ZEROS TO WS-STM-COUNT WS-STMT-OPENING WS-STMT-CLOSING
           MOVE "NO" TO WS-HAVE-OPENING WS-HAVE-CLOSING
           OPEN INPUT BROKER-STMT-FILE
           IF WS-BRKSTMT-STATUS NOT = "00"
               GO TO 605-EXIT
           END-IF
           PERFORM 610-READ-STATEMENT THRU 610-EXIT
               UNTIL WS-STMT-EOF = "YES"
           CLOSE BROKER-STMT-FILE.
       605-EXIT.

       610-READ-STATEMENT.
           READ BROKER-STMT-FILE
               AT END
                   MOVE "YES" TO WS-STMT-EOF
                   GO TO 610-EXIT
           END-READ
           IF BS-AMOUNT NOT NUMERIC
               MOVE ZEROS TO BS-AMOUNT
           END-IF
           MOVE BS-AMOUNT TO WS-CASH-AMOUNT
           IF BS-SIGN = "-"
               COMPUTE WS-CASH-AMOUNT = ZEROS - BS-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN BS-OPENING
                   MOVE WS-CASH-AMOUNT TO WS-STMT-OPENING
                   MOVE "YES" TO WS-HAVE-OPENING
               WHEN BS-CLOSING
                   MOVE WS-CASH-AMOUNT TO WS-STMT-CLOSING
                   MOVE "YES" TO WS-HAVE-CLOSING
               WHEN BS-DETAIL
                   IF WS-STM-COUNT < 500
                       ADD 1 TO WS-STM-COUNT
                       MOVE ZEROS TO WS-STM-DATE (WS-STM-COUNT)
                       IF BS-DATE NUMERIC
                           MOVE BS-DATE TO WS-STM-DATE (WS-STM-COUNT)
                       END-IF
                       MOVE WS-CASH-AMOUNT
                           TO WS-STM-AMOUNT (WS-STM-COUNT)
                       MOVE BS-DESCRIPTION
                           TO WS-STM-DESCRIPTION (WS-STM-COUNT)
                       MOVE ZEROS TO WS-STM-MATCH-SUB (WS-STM-COUNT)
                           WS-STM-MATCH-GAP (WS-STM-COUNT)
                   ELSE
                       DISPLAY "MORE THAN 500 STATEMENT LINES - "
                           "THE REST ARE LEFT OFF"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       610-EXIT.

      ******************************************************************
      * 620-LEDGER-BALANCES SUMS THE LEDGER'S OPENING BALANCE (ALL
      * CASH SETTLED BEFORE THE MONTH) AND ITS CLOSING BALANCE
      * (THAT PLUS THE MONTH'S ENTRIES). ENTRIES OUTSIDE THE MONTH
      * ARE MARKED SO THE MATCHING PASSES LEAVE THEM ALONE.
      ******************************************************************
       620-LEDGER-BALANCES.
           IF WS-CSH-SETTLE-DATE (WS-CSH-SUB) < WS-MONTH-START
               ADD WS-CSH-AMOUNT (WS-CSH-SUB) TO WS-LEDG-OPENING
                   WS-LEDG-CLOSING
               MOVE "X" TO WS-CSH-MATCHED (WS-CSH-SUB)
               GO TO 620-EXIT
           END-IF
           IF WS-CSH-SETTLE-DATE (WS-CSH-SUB) > WS-MONTH-END
               MOVE "X" TO WS-CSH-MATCHED (WS-CSH-SUB)
               GO TO 620-EXIT
           END-IF
           ADD WS-CSH-AMOUNT (WS-CSH-SUB) TO WS-LEDG-CLOSING.
       620-EXIT.

      ******************************************************************
      * 630-EXACT-MATCH PAIRS THE STATEMENT LINE AT WS-STM-SUB WITH
      * THE FIRST UNMATCHED LEDGER ENTRY OF THE SAME DATE AND
      * AMOUNT.
      ******************************************************************
       630-EXACT-MATCH.
           PERFORM 635-TRY-EXACT THRU 635-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
               OR WS-STM-MATCH-SUB (WS-STM-SUB) > ZEROS.
       630-EXIT.

       635-TRY-EXACT.
           IF WS-CSH-MATCHED (WS-CSH-SUB) = "N"
               AND WS-CSH-SETTLE-DATE (WS-CSH-SUB)
                   = WS-STM-DATE (WS-STM-SUB)
               AND WS-CSH-AMOUNT (WS-CSH-SUB)
                   = WS-STM-AMOUNT (WS-STM-SUB)
               MOVE "Y" TO WS-CSH-MATCHED (WS-CSH-SUB)
               MOVE WS-CSH-SUB TO WS-STM-MATCH-SUB (WS-STM-SUB)
           END-IF.
       635-EXIT.

      ******************************************************************
      * 640-NEAR-MATCH GIVES A STATEMENT LINE STILL UNMATCHED A
      * SECOND CHANCE - THE FIRST UNMATCHED LEDGER ENTRY OF THE SAME
      * AMOUNT SETTLING WITHIN THREE DAYS OF IT, WHICH IS HOW A
      * TRADE SETTLED A DAY LATE OR A DEPOSIT KEYED ON THE WRONG
      * DAY SHOWS UP.
      ******************************************************************
       640-NEAR-MATCH.
           IF WS-STM-MATCH-SUB (WS-STM-SUB) > ZEROS
               OR WS-STM-DATE (WS-STM-SUB) = ZEROS
               GO TO 640-EXIT
           END-IF
           COMPUTE WS-STM-INT =
               FUNCTION INTEGER-OF-DATE (WS-STM-DATE (WS-STM-SUB))
           IF WS-STM-INT = ZEROS
               GO TO 640-EXIT
           END-IF
           PERFORM 645-TRY-NEAR THRU 645-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
               OR WS-STM-MATCH-SUB (WS-STM-SUB) > ZEROS.
       640-EXIT.

       645-TRY-NEAR.
           IF WS-CSH-MATCHED (WS-CSH-SUB) NOT = "N"
               OR WS-CSH-AMOUNT (WS-CSH-SUB)
                   NOT = WS-STM-AMOUNT (WS-STM-SUB)
               GO TO 645-EXIT
           END-IF
           COMPUTE WS-CSH-INT =
               FUNCTION INTEGER-OF-DATE
                   (WS-CSH-SETTLE-DATE (WS-CSH-SUB))
           COMPUTE WS-DAY-GAP = WS-CSH-INT - WS-STM-INT
           IF WS-DAY-GAP >= -3 AND WS-DAY-GAP <= 3
               MOVE "Y" TO WS-CSH-MATCHED (WS-CSH-SUB)
               MOVE WS-CSH-SUB TO WS-STM-MATCH-SUB (WS-STM-SUB)
               MOVE WS-DAY-GAP TO WS-STM-MATCH-GAP (WS-STM-SUB)
           END-IF.
       645-EXIT.

      ******************************************************************
      * 650-WRITE-RECONCILIATION PRINTS THE MATCHED LINES, THE
      * STATEMENT LINES WITH NO LEDGER ENTRY, THE LEDGER ENTRIES WITH
      * NO STATEMENT LINE, THEN THE BALANCES SIDE BY SIDE.
      ******************************************************************
       650-WRITE-RECONCILIATION.
           MOVE ZEROS TO WS-MATCH-COUNT WS-STMT-ONLY-COUNT
               WS-LEDG-ONLY-COUNT
           MOVE "C:\COBOL\CashRecon.txt" TO UT-SYS-CASHRPT
           OPEN OUTPUT CASH-REPORT-FILE
           MOVE WS-INPUT-MONTH TO RRH-MONTH
           WRITE REPORT-RECORD FROM RR-HEADING
           PERFORM 450-FILL-PORTFOLIO-LINE THRU 450-EXIT
           WRITE REPORT-RECORD FROM CR-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           MOVE "MATCHED" TO REPORT-RECORD
           WRITE REPORT-RECORD
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM RR-MATCH-COLUMNS
            AFTER ADVANCING 1 LINE
           MOVE "NO" TO WS-LIST-HAS-LINES
           PERFORM 655-WRITE-MATCH THRU 655-EXIT
               VARYING WS-STM-SUB FROM 1 BY 1
               UNTIL WS-STM-SUB > WS-STM-COUNT
           PERFORM 690-WRITE-NONE THRU 690-EXIT
           MOVE "ON THE STATEMENT, NOT IN THE LEDGER" TO REPORT-RECORD
           WRITE REPORT-RECORD
            AFTER ADVANCING 2 LINES
           MOVE "NO" TO WS-LIST-HAS-LINES
           PERFORM 660-WRITE-STMT-ONLY THRU 660-EXIT
               VARYING WS-STM-SUB FROM 1 BY 1
               UNTIL WS-STM-SUB > WS-STM-COUNT
           PERFORM 690-WRITE-NONE THRU 690-EXIT
           MOVE "IN THE LEDGER, NOT ON THE STATEMENT" TO REPORT-RECORD
           WRITE REPORT-RECORD
            AFTER ADVANCING 2 LINES
           MOVE "NO" TO WS-LIST-HAS-LINES
           PERFORM 665-WRITE-LEDG-ONLY THRU 665-EXIT
               VARYING WS-CSH-SUB FROM 1 BY 1
               UNTIL WS-CSH-SUB > WS-CSH-COUNT
           PERFORM 690-WRITE-NONE THRU 690-EXIT
           PERFORM 670-WRITE-BALANCES THRU 670-EXIT
           CLOSE CASH-REPORT-FILE.
       650-EXIT.

       655-WRITE-MATCH.
           IF WS-STM-MATCH-SUB (WS-STM-SUB) = ZEROS
               GO TO 655-EXIT
           END-IF
           MOVE WS-STM-MATCH-SUB (WS-STM-SUB) TO WS-CSH-SUB
           MOVE WS-CSH-SETTLE-DATE (WS-CSH-SUB) TO RRM-LEDG-DATE
           MOVE WS-STM-DATE (WS-STM-SUB) TO RRM-STMT-DATE
           MOVE WS-CSH-TYPE (WS-CSH-SUB) TO RRM-TYPE
           MOVE WS-CSH-CODE (WS-CSH-SUB) TO RRM-CODE
           MOVE WS-STM-DESCRIPTION (WS-STM-SUB) TO RRM-DESCRIPTION
           MOVE WS-STM-AMOUNT (WS-STM-SUB) TO RRM-AMOUNT
           IF WS-STM-MATCH-GAP (WS-STM-SUB) = ZEROS
               MOVE "EXACT" TO RRM-NOTE
           ELSE
               MOVE WS-STM-MATCH-GAP (WS-STM-SUB) TO RRN-GAP
               MOVE RR-NEAR-NOTE TO RRM-NOTE
           END-IF
           WRITE REPORT-RECORD FROM RR-MATCH-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-MATCH-COUNT
           MOVE "YES" TO WS-LIST-HAS-LINES.
       655-EXIT.

       660-WRITE-STMT-ONLY.
           IF WS-STM-MATCH-SUB (WS-STM-SUB) > ZEROS
               GO TO 660-EXIT
           END-IF
           MOVE WS-STM-DATE (WS-STM-SUB) TO RRS-DATE
           MOVE WS-STM-DESCRIPTION (WS-STM-SUB) TO RRS-DESCRIPTION
           MOVE WS-STM-AMOUNT (WS-STM-SUB) TO RRS-AMOUNT
           WRITE REPORT-RECORD FROM RR-STMT-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-STMT-ONLY-COUNT
           MOVE "YES" TO WS-LIST-HAS-LINES.
       660-EXIT.

       665-WRITE-LEDG-ONLY.
           IF WS-CSH-MATCHED (WS-CSH-SUB) NOT = "N"
               GO TO 665-EXIT
           END-IF
           MOVE WS-CSH-SETTLE-DATE (WS-CSH-SUB) TO RRL-DATE
           MOVE WS-CSH-TYPE (WS-CSH-SUB) TO RRL-TYPE
           MOVE WS-CSH-CODE (WS-CSH-SUB) TO RRL-CODE
           MOVE WS-CSH-MEMO (WS-CSH-SUB) TO RRL-MEMO
           MOVE WS-CSH-AMOUNT (WS-CSH-SUB) TO RRL-AMOUNT
           WRITE REPORT-RECORD FROM RR-LEDG-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LEDG-ONLY-COUNT
           MOVE "YES" TO WS-LIST-HAS-LINES.
       665-EXIT.

      ******************************************************************
      * 670-WRITE-BALANCES PUTS THE LEDGER'S OPENING AND CLOSING
      * BALANCES BESIDE THE STATEMENT'S, WITH THE COUNTS.
      ******************************************************************
       670-WRITE-BALANCES.
           WRITE REPORT-RECORD FROM RR-BALANCE-COLUMNS
            AFTER ADVANCING 3 LINES
           MOVE "OPENING BALANCE" TO RRB-LABEL
           MOVE WS-LEDG-OPENING TO RRB-LEDGER
           MOVE WS-STMT-OPENING TO RRB-STATEMENT
           COMPUTE WS-BAL-DIFFERENCE =
               WS-LEDG-OPENING - WS-STMT-OPENING
           MOVE WS-HAVE-OPENING TO WS-ENTRY-FOUND
           PERFORM 675-WRITE-BALANCE-LINE THRU 675-EXIT
           MOVE "CLOSING BALANCE" TO RRB-LABEL
           MOVE WS-LEDG-CLOSING TO RRB-LEDGER
           MOVE WS-STMT-CLOSING TO RRB-STATEMENT
           COMPUTE WS-BAL-DIFFERENCE =
               WS-LEDG-CLOSING - WS-STMT-CLOSING
           MOVE WS-HAVE-CLOSING TO WS-ENTRY-FOUND
           PERFORM 675-WRITE-BALANCE-LINE THRU 675-EXIT
           MOVE WS-MATCH-COUNT TO RRC-MATCHED
           MOVE WS-STMT-ONLY-COUNT TO RRC-STMT-ONLY
           MOVE WS-LEDG-ONLY-COUNT TO RRC-LEDG-ONLY
           WRITE REPORT-RECORD FROM RR-COUNT-LINE
            AFTER ADVANCING 2 LINES.
       670-EXIT.

       675-WRITE-BALANCE-LINE.
           MOVE WS-BAL-DIFFERENCE TO RRB-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = "NO"
                   MOVE "NOT ON STATEMENT" TO RRB-NOTE
               WHEN WS-BAL-DIFFERENCE = ZEROS
                   MOVE "AGREES" TO RRB-NOTE
               WHEN OTHER
                   MOVE "*** DIFFERS ***" TO RRB-NOTE
           END-EVALUATE
           WRITE REPORT-RECORD FROM RR-BALANCE-LINE
            AFTER ADVANCING 1 LINE.
       675-EXIT.

       690-WRITE-NONE.
           IF WS-LIST-HAS-LINES = "NO"
               MOVE "  (NONE)" TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 1 LINE
           END-IF.
       690-EXIT.
