       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERFRPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Time-weighted portfolio return against the sector benchmark.
      * HOLDVAL shows today's unrealized gain; this answers "how did
      * we do this quarter?" without deposits and withdrawals
      * distorting the answer.
      *
      * The portfolio is valued at every PROGRAM2 run date on the
      * P/E trend history (see copybooks/PETREND.cpy): the trade
      * ledger's positions as of that date at that run's prices (a
      * stock with no trend price yet carries its last trade price),
      * plus the cash ledger PORTCASH keeps (see copybooks/
      * CASHLEDG.cpy) as of that date - a trade's cash counts from
      * its trade date, so buying and selling moves value between
      * stock and cash without moving the total. Deposits and
      * withdrawals are the external cash flows: each period between
      * two run dates returns the closing value over the opening
      * value plus the period's flows, and the periods are chained.
      * Fees stay inside the return.
      *
      * The benchmark is SECTIDX's sector index history weighted by
      * our own sector mix at the start of each period - each
      * sector's index change times its share of our stock value,
      * sectors mapped from SectorSorted.dat as SECTIDX maps them. A
      * stock with no sector, or a sector with no index level yet,
      * is left out of the weighting.
      *
      * The report shows portfolio return, benchmark return, and the
      * difference month to date, quarter to date, year to date, and
      * since inception (the first run the portfolio had value),
      * each with the period's net deposits, then the sector mix at
      * the latest run and the run-by-run valuation history. The run
      * covers one portfolio or, left blank, all of them together.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the P/E trend history file.

       SELECT PE-TREND-FILE
               ASSIGN TO UT-SYS-TRNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNFILE-STATUS.

      * Select statement for the trade ledger.

       SELECT TRADE-LEDGER-FILE
               ASSIGN TO UT-SYS-TRADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADES-STATUS.

      * Select statement for the portfolio cash ledger.

       SELECT CASH-LEDGER-FILE
               ASSIGN TO UT-SYS-CASH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

      * Select statement for the sector-sorted output of the latest
      * PROGRAM2 run - the stock-to-sector map.

       SELECT SECTOR-SORTED-FILE
               ASSIGN TO UT-SYS-SECSORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECSORT-STATUS.

      * Select statement for the sector-index history file.

       SELECT SECTOR-INDEX-FILE
               ASSIGN TO UT-SYS-SECIDX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECIDX-STATUS.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the printed performance report.

       SELECT PERF-REPORT-FILE
               ASSIGN TO UT-SYS-PERFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the trend history file.

       FD  PE-TREND-FILE
           RECORD CONTAINS 61 CHARACTERS.
           COPY PETREND.

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

      * File description for the cash ledger.

       FD  CASH-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CASHLEDG.

      * File description for the sector-sorted output - byte-for-byte
      * PROGRAM2's OUTPUT-RECORD layout, resorted by sector code.
      * Only the code and sector fields matter here.

       FD  SECTOR-SORTED-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  SECTOR-SORTED-RECORD.
           05 SS-STOCK-CODE                   PIC X(3).
           05 SS-STOCK-NAME                   PIC X(17).
           05 SS-PRICE-PER-SHARE              PIC 999V99.
           05 SS-SECTOR-CODE                  PIC XX.
           05 SS-REST                         PIC X(66).

      * File description for the sector-index history file - the
      * layout SECTIDX appends.

       FD  SECTOR-INDEX-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  SECTOR-INDEX-RECORD.
           05 SIX-SECTOR-CODE                 PIC XX.
           05 SIX-RUN-DATE.
               10 SIX-DAY                     PIC X(2).
               10 SIX-MONTH                   PIC X(2).
               10 SIX-YEAR                    PIC X(4).
           05 SIX-INDEX-LEVEL                 PIC 9(5)V99.
           05 SIX-STOCK-COUNT                 PIC 9(5).
           05 SIX-FILLER                      PIC X(3).

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for the printed report.

       FD  PERF-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-RECORD                      PIC X(110).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-TRNFILE-STATUS               PIC XX.
          05 WS-TRADES-STATUS                PIC XX.
          05 WS-CASH-STATUS                  PIC XX.
          05 WS-SECSORT-STATUS               PIC XX.
          05 WS-SECIDX-STATUS                PIC XX.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-TREND-EOF                    PIC XXX VALUE "NO".
          05 WS-TRADE-EOF                    PIC XXX VALUE "NO".
          05 WS-CASH-EOF                     PIC XXX VALUE "NO".
          05 WS-MAP-EOF                      PIC XXX VALUE "NO".
          05 WS-SIX-EOF                      PIC XXX VALUE "NO".
          05 WS-SIX-OPEN                     PIC XXX VALUE "NO".
          05 WS-SELECT-ID                    PIC X(4).
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-RUN-OPEN                     PIC XXX VALUE "NO".
          05 WS-CUR-RUN-YMD                  PIC 9(8) VALUE 0.
          05 WS-LINE-YMD                     PIC 9(8).
          05 WS-SIX-YMD                      PIC 9(8).
          05 WS-NEW-DATE                     PIC 9(8).
          05 WS-POS-SUB                      PIC 999.
          05 WS-POS-SUB2                     PIC 999.
          05 WS-SEC-SUB                      PIC 99.
          05 WS-SEC-SUB2                     PIC 99.
          05 WS-MAP-SUB                      PIC 9(4).
          05 WS-TRD-SUB                      PIC 9(4).
          05 WS-TRD-NEXT                     PIC 9(4) VALUE 1.
          05 WS-CSH-SUB                      PIC 9(4).
          05 WS-CSH-NEXT                     PIC 9(4) VALUE 1.
          05 WS-ROOM-SUB                     PIC 9(4).
          05 WS-VAL-SUB                      PIC 9(4).
          05 WS-BASE-SUB                     PIC 9(4).
          05 WS-FIND-CODE                    PIC X(3).
          05 WS-FIND-SECTOR                  PIC XX.
          05 WS-CASH-BALANCE                 PIC S9(11)V99 VALUE 0.
          05 WS-PERIOD-FLOWS                 PIC S9(11)V99 VALUE 0.
          05 WS-STOCK-VALUE                  PIC S9(11)V99.
          05 WS-POS-VALUE                    PIC S9(11)V99.
          05 WS-TOTAL-VALUE                  PIC S9(11)V99.
          05 WS-PRIOR-VALUE                  PIC S9(11)V99 VALUE 0.
          05 WS-DENOMINATOR                  PIC S9(11)V99.
          05 WS-PERIOD-FACTOR                PIC S9(5)V9(8).
          05 WS-BENCH-FACTOR                 PIC S9(5)V9(8).
          05 WS-BENCH-CHANGE                 PIC S9(5)V9(8).
          05 WS-WEIGHT-BASE                  PIC S9(11)V99.
          05 WS-CUM-PORT                     PIC S9(5)V9(8) VALUE 1.
          05 WS-CUM-BENCH                    PIC S9(5)V9(8) VALUE 1.
          05 WS-INCEPTION-SUB                PIC 9(4) VALUE 0.
          05 WS-VAL-OVERFLOW                 PIC XXX VALUE "NO".
          05 WS-PERIOD-START                 PIC 9(8).
          05 WS-QTR-MONTH                    PIC 99.
          05 WS-QTR-QUOTIENT                 PIC 9.
          05 WS-QTR-REMAINDER                PIC 9.
          05 WS-PORT-PCT                     PIC S9(5)V99.
          05 WS-BENCH-PCT                    PIC S9(5)V99.
          05 WS-DIFF-PCT                     PIC S9(5)V99.
          05 WS-FLOW-SUM                     PIC S9(11)V99.
          05 WS-SEC-WEIGHT                   PIC 9(3)V99.
          05 WS-PORT-NAME                    PIC X(30).

      * The latest run date broken out for the period starts.

       01 WS-LAST-DATE                       PIC 9(8).
       01 WS-LAST-PARTS REDEFINES WS-LAST-DATE.
          05 WS-LAST-YEAR                    PIC 9(4).
          05 WS-LAST-MONTH                   PIC 99.
          05 WS-LAST-DAY                     PIC 99.

      * A DDMMYYYY date turned round to YYYYMMDD.

       01 WS-YMD-BUILD.
          05 WS-YMD-YEAR                     PIC X(4).
          05 WS-YMD-MONTH                    PIC X(2).
          05 WS-YMD-DAY                      PIC X(2).
       01 WS-YMD-DATE REDEFINES WS-YMD-BUILD PIC 9(8).

      * Portfolio lookup table.

       COPY PORTTB.

      * Stock-to-sector map loaded from the sector-sorted output.

       01 WS-SECTOR-MAP.
          05 WS-MAP-COUNT                    PIC 9(4) VALUE 0.
          05 WS-MAP-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-MAP-COUNT.
             10 WS-MAP-STOCK                 PIC X(3).
             10 WS-MAP-SECTOR                PIC XX.

      * The portfolio's trades in trade-date order - a run of the
      * same date keeps ledger order.

       01 WS-TRADE-TABLE.
          05 WS-TRD-COUNT                    PIC 9(4) VALUE 0.
          05 WS-TRD-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-TRD-COUNT.
             10 WS-TRD-DATE                  PIC 9(8).
             10 WS-TRD-CODE                  PIC X(3).
             10 WS-TRD-ACTION                PIC X.
             10 WS-TRD-SHARES                PIC 9(9).
             10 WS-TRD-PRICE                 PIC 999V99.

      * The portfolio's cash entries in trade-date order.

       01 WS-CASH-TABLE.
          05 WS-CSH-COUNT                    PIC 9(4) VALUE 0.
          05 WS-CSH-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-CSH-COUNT.
             10 WS-CSH-DATE                  PIC 9(8).
             10 WS-CSH-TYPE                  PIC X(3).
             10 WS-CSH-AMOUNT                PIC S9(9)V99.

      * Positions as of the run being valued, each with the latest
      * price known for it and its sector.

       01 WS-POSITION-TABLE.
          05 WS-POS-COUNT                    PIC 999 VALUE 0.
          05 WS-POS-ENTRIES OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-POS-COUNT.
             10 WS-POS-CODE                  PIC X(3).
             10 WS-POS-SECTOR                PIC XX.
             10 WS-POS-SHARES                PIC S9(9).
             10 WS-POS-PRICE                 PIC 999V99.
             10 WS-POS-TREND-PRICED          PIC X.

      * Per sector: the index level and our stock value at the run
      * being valued and at the run before it.

       01 WS-SECTOR-TABLE.
          05 WS-SEC-COUNT                    PIC 99 VALUE 0.
          05 WS-SEC-ENTRIES OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-SEC-COUNT.
             10 WS-SEC-CODE                  PIC XX.
             10 WS-SEC-LEVEL                 PIC 9(5)V99.
             10 WS-SEC-PRIOR-LEVEL           PIC 9(5)V99.
             10 WS-SEC-VALUE                 PIC S9(11)V99.
             10 WS-SEC-PRIOR-VALUE           PIC S9(11)V99.

      * One entry per run valued, oldest first, with the chained
      * portfolio and benchmark factors through that run.

       01 WS-VALUATION-TABLE.
          05 WS-VAL-COUNT                    PIC 9(4) VALUE 0.
          05 WS-VAL-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-VAL-COUNT.
             10 WS-VAL-DATE                  PIC 9(8).
             10 WS-VAL-STOCK                 PIC S9(11)V99.
             10 WS-VAL-CASH                  PIC S9(11)V99.
             10 WS-VAL-TOTAL                 PIC S9(11)V99.
             10 WS-VAL-FLOWS                 PIC S9(11)V99.
             10 WS-VAL-PERIOD-FACTOR         PIC S9(5)V9(8).
             10 WS-VAL-BENCH-FACTOR          PIC S9(5)V9(8).
             10 WS-VAL-CUM-PORT              PIC S9(5)V9(8).
             10 WS-VAL-CUM-BENCH             PIC S9(5)V9(8).

      * Report lines.

       01 PF-HEADING1.
          05                                 PIC X(50) VALUE
               "TIME-WEIGHTED RETURN VS SECTOR BENCHMARK - AS OF ".
          05 PFH-DATE                        PIC 9(8).
          05                                 PIC X(52) VALUE SPACES.

       01 PF-PORTFOLIO-LINE.
          05                                 PIC X(10)
                                    VALUE "PORTFOLIO ".
          05 PFP-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 PFP-NAME                        PIC X(30).
          05                                 PIC X(64) VALUE SPACES.

       01 PF-PERIOD-COLUMNS.
          05                                 PIC X(18) VALUE "PERIOD".
          05                                 PIC X(10) VALUE "FROM".
          05                                 PIC X(12)
                                    VALUE "  PORTFOLIO%".
          05                                 PIC X(12)
                                    VALUE "  BENCHMARK%".
          05                                 PIC X(12)
                                    VALUE "       DIFF%".
          05                                 PIC X(16)
                                    VALUE "    NET DEPOSITS".
          05                                 PIC X(30) VALUE SPACES.

       01 PF-PERIOD-LINE.
          05 PFL-PERIOD                      PIC X(18).
          05 PFL-FROM                        PIC 9(8).
          05                                 PIC X(4)  VALUE SPACES.
          05 PFL-PORT                        PIC +ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PFL-BENCH                       PIC +ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PFL-DIFF                        PIC +ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PFL-FLOWS                       PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(30) VALUE SPACES.

       01 PF-VALUE-LINE.
          05 PFV-LABEL                       PIC X(28).
          05 PFV-AMOUNT                      PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(65) VALUE SPACES.

       01 PF-SECTOR-COLUMNS.
          05                                 PIC X(8)  VALUE "SECTOR".
          05                                 PIC X(17)
                                    VALUE "      STOCK VALUE".
          05                                 PIC X(9)
                                    VALUE "  WEIGHT%".
          05                                 PIC X(14)
                                    VALUE "   INDEX LEVEL".
          05                                 PIC X(62) VALUE SPACES.

       01 PF-SECTOR-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05 PFS-SECTOR                      PIC XX.
          05                                 PIC X(4)  VALUE SPACES.
          05 PFS-VALUE                       PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 PFS-WEIGHT                      PIC ZZ9.99.
          05                                 PIC X(5)  VALUE SPACES.
          05 PFS-LEVEL                       PIC ZZ,ZZ9.99.
          05                                 PIC X(62) VALUE SPACES.

       01 PF-HISTORY-COLUMNS.
          05                                 PIC X(10) VALUE "RUN DATE".
          05                                 PIC X(18)
                                    VALUE "       STOCK VALUE".
          05                                 PIC X(18)
                                    VALUE "              CASH".
          05                                 PIC X(18)
                                    VALUE "       TOTAL VALUE".
          05                                 PIC X(18)
                                    VALUE "      NET DEPOSITS".
          05                                 PIC X(10)
                                    VALUE "   PERIOD%".
          05                                 PIC X(11)
                                    VALUE "     BENCH%".
          05                                 PIC X(7)  VALUE SPACES.

       01 PF-HISTORY-LINE.
          05 PFY-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 PFY-STOCK                       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 PFY-CASH                        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 PFY-TOTAL                       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 PFY-FLOWS                       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PFY-PERIOD                      PIC +ZZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 PFY-BENCH                       PIC +ZZZ9.99.
          05                                 PIC X(7)  VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-TRNFILE                  PIC X(60)
          VALUE "C:\COBOL\PETrend.txt".
          05 UT-SYS-TRADES                   PIC X(60)
          VALUE "C:\COBOL\TradeLedger.txt".
          05 UT-SYS-CASH                     PIC X(60)
          VALUE "C:\COBOL\PortfolioCash.txt".
          05 UT-SYS-SECSORT                  PIC X(60)
          VALUE "C:\COBOL\SectorSorted.dat".
          05 UT-SYS-SECIDX                   PIC X(60)
          VALUE "C:\COBOL\SectorIndex.txt".
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".
          05 UT-SYS-PERFRPT                  PIC X(60)
          VALUE "C:\COBOL\PerfReturn.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE MAP, TRADES, AND CASH, VALUES THE
      * PORTFOLIO AT EVERY RUN ON THE TREND FILE, AND PRINTS THE
      * PERIOD RETURNS.
      ******************************************************************
       000-MAIN-MODULE.
           DISPLAY "ENTER PORTFOLIO ID (BLANK = ALL TOGETHER)"
           ACCEPT WS-SELECT-ID
           PERFORM 050-LOAD-PORTFOLIOS THRU 050-EXIT
           PERFORM 100-LOAD-SECTOR-MAP THRU 100-EXIT
           PERFORM 150-LOAD-TRADES THRU 150-EXIT
           PERFORM 170-LOAD-CASH THRU 170-EXIT
           OPEN INPUT SECTOR-INDEX-FILE
           IF WS-SECIDX-STATUS NOT = "00"
               MOVE "YES" TO WS-SIX-EOF
           ELSE
               MOVE "YES" TO WS-SIX-OPEN
               PERFORM 318-READ-INDEX THRU 318-EXIT
           END-IF
           PERFORM 200-ROLL-TREND-FILE THRU 200-EXIT
           IF WS-SIX-OPEN = "YES"
               CLOSE SECTOR-INDEX-FILE
           END-IF
           IF WS-VAL-COUNT = ZEROS
               DISPLAY "NO TREND HISTORY ON FILE - NO REPORT WRITTEN"
               STOP RUN
           END-IF
           IF WS-VAL-OVERFLOW = "YES"
               DISPLAY "MORE THAN 2000 RUNS ON THE TREND FILE - "
                   "RETURNS STOP AT THE 2000TH"
           END-IF
           PERFORM 600-WRITE-REPORT THRU 600-EXIT
           DISPLAY "PERFORMANCE REPORT WRITTEN"
       STOP RUN.

      ******************************************************************
      * 050-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER FOR THE NAME
      * ON THE HEADING.
      ******************************************************************
       050-LOAD-PORTFOLIOS.
           MOVE "ALL PORTFOLIOS" TO WS-PORT-NAME
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOL-STATUS NOT = "00"
               GO TO 050-EXIT
           END-IF
           PERFORM 060-READ-PORTFOLIO THRU 060-EXIT
               UNTIL WS-PORT-EOF = "YES"
           CLOSE PORTFOLIO-FILE
           IF WS-SELECT-ID NOT = SPACES
               MOVE "NOT ON THE PORTFOLIO MASTER" TO WS-PORT-NAME
               PERFORM 070-CHECK-PORTFOLIO THRU 070-EXIT
                   VARYING PORT-X1 FROM 1 BY 1
                   UNTIL PORT-X1 > WS-PORT-COUNT
           END-IF.
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

       070-CHECK-PORTFOLIO.
           IF PORT-ID (PORT-X1) = WS-SELECT-ID
               MOVE PORT-NAME (PORT-X1) TO WS-PORT-NAME
           END-IF.
       070-EXIT.

      ******************************************************************
      * 100-LOAD-SECTOR-MAP READS THE SECTOR-SORTED OUTPUT OF THE
      * LATEST PROGRAM2 RUN INTO THE STOCK-TO-SECTOR MAP, AS SECTIDX
      * DOES. NO FILE LEAVES EVERY STOCK UNMAPPED AND THE BENCHMARK
      * FLAT.
      ******************************************************************
       100-LOAD-SECTOR-MAP.
           OPEN INPUT SECTOR-SORTED-FILE
           IF WS-SECSORT-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-MAP THRU 110-EXIT
               UNTIL WS-MAP-EOF = "YES"
           CLOSE SECTOR-SORTED-FILE.
       100-EXIT.

       110-READ-MAP.
           READ SECTOR-SORTED-FILE
               AT END
                   MOVE "YES" TO WS-MAP-EOF
               NOT AT END
                   IF WS-MAP-COUNT < 500
                       ADD 1 TO WS-MAP-COUNT
                       MOVE SS-STOCK-CODE TO WS-MAP-STOCK (WS-MAP-COUNT)
                       MOVE SS-SECTOR-CODE
                           TO WS-MAP-SECTOR (WS-MAP-COUNT)
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-TRADES READS THE PORTFOLIO'S TRADES (ALL OF THEM
      * WHEN NO ID WAS KEYED) INTO THE TRADE TABLE IN DATE ORDER.
      ******************************************************************
       150-LOAD-TRADES.
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM 155-READ-TRADE THRU 155-EXIT
               UNTIL WS-TRADE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE.
       150-EXIT.

       155-READ-TRADE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
                   GO TO 155-EXIT
           END-READ
           IF WS-SELECT-ID NOT = SPACES
               AND TL-PORTFOLIO NOT = WS-SELECT-ID
               GO TO 155-EXIT
           END-IF
           IF TL-DATE NOT NUMERIC
               GO TO 155-EXIT
           END-IF
           IF WS-TRD-COUNT >= 3000
               DISPLAY "MORE THAN 3000 TRADES - THE REST ARE LEFT OFF"
               MOVE "YES" TO WS-TRADE-EOF
               GO TO 155-EXIT
           END-IF
           ADD 1 TO WS-TRD-COUNT
           MOVE WS-TRD-COUNT TO WS-ROOM-SUB
           MOVE TL-DATE TO WS-NEW-DATE
           PERFORM 158-MAKE-TRADE-ROOM THRU 158-EXIT
               UNTIL WS-ROOM-SUB <= 1
               OR WS-TRD-DATE (WS-ROOM-SUB - 1) <= WS-NEW-DATE
           MOVE TL-DATE TO WS-TRD-DATE (WS-ROOM-SUB)
           MOVE TL-STOCK-CODE TO WS-TRD-CODE (WS-ROOM-SUB)
           MOVE TL-ACTION TO WS-TRD-ACTION (WS-ROOM-SUB)
           MOVE TL-SHARES TO WS-TRD-SHARES (WS-ROOM-SUB)
           MOVE TL-PRICE TO WS-TRD-PRICE (WS-ROOM-SUB).
       155-EXIT.

       158-MAKE-TRADE-ROOM.
           MOVE WS-TRD-ENTRIES (WS-ROOM-SUB - 1)
               TO WS-TRD-ENTRIES (WS-ROOM-SUB)
           SUBTRACT 1 FROM WS-ROOM-SUB.
       158-EXIT.

      ******************************************************************
      * 170-LOAD-CASH READS THE PORTFOLIO'S CASH ENTRIES INTO THE
      * CASH TABLE IN TRADE-DATE ORDER.
      ******************************************************************
       170-LOAD-CASH.
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = "00"
               GO TO 170-EXIT
           END-IF
           PERFORM 175-READ-CASH THRU 175-EXIT
               UNTIL WS-CASH-EOF = "YES"
           CLOSE CASH-LEDGER-FILE.
       170-EXIT.

       175-READ-CASH.
           READ CASH-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-CASH-EOF
                   GO TO 175-EXIT
           END-READ
           IF WS-SELECT-ID NOT = SPACES
               AND CL-PORTFOLIO NOT = WS-SELECT-ID
               GO TO 175-EXIT
           END-IF
           IF WS-CSH-COUNT >= 3000
               DISPLAY "MORE THAN 3000 CASH ENTRIES - THE REST ARE "
                   "LEFT OFF"
               MOVE "YES" TO WS-CASH-EOF
               GO TO 175-EXIT
           END-IF
           ADD 1 TO WS-CSH-COUNT
           MOVE WS-CSH-COUNT TO WS-ROOM-SUB
           MOVE CL-TRADE-DATE TO WS-NEW-DATE
           PERFORM 178-MAKE-CASH-ROOM THRU 178-EXIT
               UNTIL WS-ROOM-SUB <= 1
               OR WS-CSH-DATE (WS-ROOM-SUB - 1) <= WS-NEW-DATE
           MOVE CL-TRADE-DATE TO WS-CSH-DATE (WS-ROOM-SUB)
           MOVE CL-TYPE TO WS-CSH-TYPE (WS-ROOM-SUB)
           MOVE CL-AMOUNT TO WS-CSH-AMOUNT (WS-ROOM-SUB).
       175-EXIT.

       178-MAKE-CASH-ROOM.
           MOVE WS-CSH-ENTRIES (WS-ROOM-SUB - 1)
               TO WS-CSH-ENTRIES (WS-ROOM-SUB)
           SUBTRACT 1 FROM WS-ROOM-SUB.
       178-EXIT.

      ******************************************************************
      * 200-ROLL-TREND-FILE READS THE TREND HISTORY ONCE. STOCKS
      * WITHIN ONE RUN SHARE A RUN DATE, SO A DATE CHANGE MEANS THE
      * RUN IN PROGRESS HAS ALL ITS PRICES AND IS VALUED.
      ******************************************************************
       200-ROLL-TREND-FILE.
           OPEN INPUT PE-TREND-FILE
           IF WS-TRNFILE-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-TREND THRU 210-EXIT
               UNTIL WS-TREND-EOF = "YES"
           CLOSE PE-TREND-FILE
           IF WS-RUN-OPEN = "YES"
               PERFORM 300-VALUE-RUN THRU 300-EXIT
           END-IF.
       200-EXIT.

       210-READ-TREND.
           READ PE-TREND-FILE
               AT END
                   MOVE "YES" TO WS-TREND-EOF
               NOT AT END
                   PERFORM 220-HANDLE-TREND-LINE THRU 220-EXIT
           END-READ.
       210-EXIT.

       220-HANDLE-TREND-LINE.
           IF TRD-PRICE-PER-SHARE NOT NUMERIC
               GO TO 220-EXIT
           END-IF
           MOVE TRD-YEAR TO WS-YMD-YEAR
           MOVE TRD-MONTH TO WS-YMD-MONTH
           MOVE TRD-DAY TO WS-YMD-DAY
           IF WS-YMD-DATE NOT NUMERIC
               GO TO 220-EXIT
           END-IF
           MOVE WS-YMD-DATE TO WS-LINE-YMD
           IF WS-LINE-YMD NOT = WS-CUR-RUN-YMD
               IF WS-RUN-OPEN = "YES"
                   PERFORM 300-VALUE-RUN THRU 300-EXIT
               END-IF
               MOVE WS-LINE-YMD TO WS-CUR-RUN-YMD
               MOVE "YES" TO WS-RUN-OPEN
           END-IF
           MOVE TRD-STOCK-CODE TO WS-FIND-CODE
           PERFORM 230-FIND-OR-ADD-POSITION THRU 230-EXIT
           IF WS-POS-SUB = ZEROS
               GO TO 220-EXIT
           END-IF
           MOVE TRD-PRICE-PER-SHARE TO WS-POS-PRICE (WS-POS-SUB)
           MOVE "Y" TO WS-POS-TREND-PRICED (WS-POS-SUB).
       220-EXIT.

      ******************************************************************
      * 230-FIND-OR-ADD-POSITION LEAVES WS-POS-SUB ON THE POSITION
      * FOR WS-FIND-CODE, ADDING IT (WITH ITS SECTOR FROM THE MAP)
      * THE FIRST TIME THE STOCK IS SEEN. ZERO WHEN THE TABLE IS
      * FULL.
      ******************************************************************
       230-FIND-OR-ADD-POSITION.
           MOVE ZEROS TO WS-POS-SUB
           PERFORM 235-CHECK-POSITION THRU 235-EXIT
               VARYING WS-POS-SUB2 FROM 1 BY 1
               UNTIL WS-POS-SUB2 > WS-POS-COUNT
               OR WS-POS-SUB > ZEROS
           IF WS-POS-SUB > ZEROS OR WS-POS-COUNT >= 300
               GO TO 230-EXIT
           END-IF
           ADD 1 TO WS-POS-COUNT
           MOVE WS-POS-COUNT TO WS-POS-SUB
           MOVE WS-FIND-CODE TO WS-POS-CODE (WS-POS-SUB)
           MOVE ZEROS TO WS-POS-SHARES (WS-POS-SUB)
               WS-POS-PRICE (WS-POS-SUB)
           MOVE "N" TO WS-POS-TREND-PRICED (WS-POS-SUB)
           MOVE SPACES TO WS-POS-SECTOR (WS-POS-SUB)
           PERFORM 238-MAP-SECTOR THRU 238-EXIT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT.
       230-EXIT.

       235-CHECK-POSITION.
           IF WS-POS-CODE (WS-POS-SUB2) = WS-FIND-CODE
               MOVE WS-POS-SUB2 TO WS-POS-SUB
           END-IF.
       235-EXIT.

       238-MAP-SECTOR.
           IF WS-MAP-STOCK (WS-MAP-SUB) = WS-FIND-CODE
               MOVE WS-MAP-SECTOR (WS-MAP-SUB)
                   TO WS-POS-SECTOR (WS-POS-SUB)
           END-IF.
       238-EXIT.

      ******************************************************************
      * 300-VALUE-RUN VALUES THE PORTFOLIO AT THE RUN IN
      * WS-CUR-RUN-YMD. THE SECTOR LEVELS AND VALUES OF THE RUN
      * BEFORE ARE KEPT, THE INDEX HISTORY, TRADES, AND CASH ARE
      * BROUGHT UP TO THE RUN DATE, THE POSITIONS ARE PRICED, AND
      * THE PERIOD'S RETURN AND BENCHMARK RETURN ARE CHAINED ON.
      ******************************************************************
       300-VALUE-RUN.
           IF WS-VAL-COUNT >= 2000
               MOVE "YES" TO WS-VAL-OVERFLOW
               GO TO 300-EXIT
           END-IF
           PERFORM 305-SAVE-PRIOR THRU 305-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
           PERFORM 310-APPLY-INDEX-LINE THRU 310-EXIT
               UNTIL WS-SIX-EOF = "YES"
               OR WS-SIX-YMD > WS-CUR-RUN-YMD
           MOVE ZEROS TO WS-PERIOD-FLOWS
           PERFORM 320-APPLY-TRADE THRU 320-EXIT
               UNTIL WS-TRD-NEXT > WS-TRD-COUNT
               OR WS-TRD-DATE (WS-TRD-NEXT) > WS-CUR-RUN-YMD
           PERFORM 330-APPLY-CASH THRU 330-EXIT
               UNTIL WS-CSH-NEXT > WS-CSH-COUNT
               OR WS-CSH-DATE (WS-CSH-NEXT) > WS-CUR-RUN-YMD
           MOVE ZEROS TO WS-STOCK-VALUE
           PERFORM 340-VALUE-POSITION THRU 340-EXIT
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
           COMPUTE WS-TOTAL-VALUE = WS-STOCK-VALUE + WS-CASH-BALANCE
           PERFORM 350-PERIOD-RETURNS THRU 350-EXIT
           ADD 1 TO WS-VAL-COUNT
           MOVE WS-CUR-RUN-YMD TO WS-VAL-DATE (WS-VAL-COUNT)
           MOVE WS-STOCK-VALUE TO WS-VAL-STOCK (WS-VAL-COUNT)
           MOVE WS-CASH-BALANCE TO WS-VAL-CASH (WS-VAL-COUNT)
           MOVE WS-TOTAL-VALUE TO WS-VAL-TOTAL (WS-VAL-COUNT)
           MOVE WS-PERIOD-FLOWS TO WS-VAL-FLOWS (WS-VAL-COUNT)
           MOVE WS-PERIOD-FACTOR TO WS-VAL-PERIOD-FACTOR (WS-VAL-COUNT)
           MOVE WS-BENCH-FACTOR TO WS-VAL-BENCH-FACTOR (WS-VAL-COUNT)
           MOVE WS-CUM-PORT TO WS-VAL-CUM-PORT (WS-VAL-COUNT)
           MOVE WS-CUM-BENCH TO WS-VAL-CUM-BENCH (WS-VAL-COUNT)
           IF WS-INCEPTION-SUB = ZEROS AND WS-TOTAL-VALUE > ZEROS
               MOVE WS-VAL-COUNT TO WS-INCEPTION-SUB
           END-IF
           MOVE WS-TOTAL-VALUE TO WS-PRIOR-VALUE.
       300-EXIT.

       305-SAVE-PRIOR.
           MOVE WS-SEC-LEVEL (WS-SEC-SUB)
               TO WS-SEC-PRIOR-LEVEL (WS-SEC-SUB)
           MOVE WS-SEC-VALUE (WS-SEC-SUB)
               TO WS-SEC-PRIOR-VALUE (WS-SEC-SUB)
           MOVE ZEROS TO WS-SEC-VALUE (WS-SEC-SUB).
       305-EXIT.

      ******************************************************************
      * 310-APPLY-INDEX-LINE TAKES THE INDEX LEVEL ON THE HISTORY
      * LINE IN HAND AS ITS SECTOR'S LEVEL AND READS THE NEXT LINE.
      * THE HISTORY IS IN RUN ORDER, SO EACH SECTOR ENDS UP AT ITS
      * LATEST LEVEL ON OR BEFORE THE RUN BEING VALUED.
      ******************************************************************
       310-APPLY-INDEX-LINE.
           MOVE SIX-SECTOR-CODE TO WS-FIND-SECTOR
           PERFORM 400-FIND-OR-ADD-SECTOR THRU 400-EXIT
           IF WS-SEC-SUB > ZEROS
               MOVE SIX-INDEX-LEVEL TO WS-SEC-LEVEL (WS-SEC-SUB)
           END-IF
           PERFORM 318-READ-INDEX THRU 318-EXIT.
       310-EXIT.

       318-READ-INDEX.
           READ SECTOR-INDEX-FILE
               AT END
                   MOVE "YES" TO WS-SIX-EOF
                   GO TO 318-EXIT
           END-READ
           MOVE SIX-YEAR TO WS-YMD-YEAR
           MOVE SIX-MONTH TO WS-YMD-MONTH
           MOVE SIX-DAY TO WS-YMD-DAY
           IF WS-YMD-DATE NOT NUMERIC
               OR SIX-INDEX-LEVEL NOT NUMERIC
               GO TO 318-READ-INDEX
           END-IF
           MOVE WS-YMD-DATE TO WS-SIX-YMD.
       318-EXIT.

      ******************************************************************
      * 320-APPLY-TRADE MOVES THE NEXT TRADE INTO THE POSITIONS. A
      * STOCK THE TREND FILE HAS NOT PRICED YET CARRIES THE TRADE
      * PRICE.
      ******************************************************************
       320-APPLY-TRADE.
           MOVE WS-TRD-CODE (WS-TRD-NEXT) TO WS-FIND-CODE
           PERFORM 230-FIND-OR-ADD-POSITION THRU 230-EXIT
           IF WS-POS-SUB > ZEROS
               IF WS-TRD-ACTION (WS-TRD-NEXT) = "S"
                   SUBTRACT WS-TRD-SHARES (WS-TRD-NEXT)
                       FROM WS-POS-SHARES (WS-POS-SUB)
               ELSE
                   ADD WS-TRD-SHARES (WS-TRD-NEXT)
                       TO WS-POS-SHARES (WS-POS-SUB)
               END-IF
               IF WS-POS-TREND-PRICED (WS-POS-SUB) = "N"
                   MOVE WS-TRD-PRICE (WS-TRD-NEXT)
                       TO WS-POS-PRICE (WS-POS-SUB)
               END-IF
           END-IF
           ADD 1 TO WS-TRD-NEXT.
       320-EXIT.

      ******************************************************************
      * 330-APPLY-CASH MOVES THE NEXT CASH ENTRY INTO THE CASH
      * BALANCE. A DEPOSIT OR WITHDRAWAL IS ALSO THE PERIOD'S
      * EXTERNAL FLOW.
      ******************************************************************
       330-APPLY-CASH.
           ADD WS-CSH-AMOUNT (WS-CSH-NEXT) TO WS-CASH-BALANCE
           IF WS-CSH-TYPE (WS-CSH-NEXT) = "DEP"
               OR WS-CSH-TYPE (WS-CSH-NEXT) = "WDL"
               ADD WS-CSH-AMOUNT (WS-CSH-NEXT) TO WS-PERIOD-FLOWS
           END-IF
           ADD 1 TO WS-CSH-NEXT.
       330-EXIT.

      ******************************************************************
      * 340-VALUE-POSITION PRICES ONE POSITION AND ADDS IT TO THE
      * STOCK VALUE AND TO ITS SECTOR'S VALUE.
      ******************************************************************
       340-VALUE-POSITION.
           IF WS-POS-SHARES (WS-POS-SUB) = ZEROS
               GO TO 340-EXIT
           END-IF
           COMPUTE WS-POS-VALUE =
               WS-POS-SHARES (WS-POS-SUB) * WS-POS-PRICE (WS-POS-SUB)
           ADD WS-POS-VALUE TO WS-STOCK-VALUE
           IF WS-POS-SECTOR (WS-POS-SUB) = SPACES
               GO TO 340-EXIT
           END-IF
           MOVE WS-POS-SECTOR (WS-POS-SUB) TO WS-FIND-SECTOR
           PERFORM 400-FIND-OR-ADD-SECTOR THRU 400-EXIT
           IF WS-SEC-SUB > ZEROS
               ADD WS-POS-VALUE TO WS-SEC-VALUE (WS-SEC-SUB)
           END-IF.
       340-EXIT.

      ******************************************************************
      * 350-PERIOD-RETURNS WORKS OUT THE RETURN SINCE THE RUN BEFORE
      * - CLOSING VALUE OVER OPENING VALUE PLUS THE PERIOD'S NET
      * DEPOSITS - AND THE BENCHMARK'S, EACH SECTOR'S INDEX CHANGE
      * WEIGHTED BY ITS SHARE OF OUR STOCK VALUE AT THE RUN BEFORE.
      * WITH NOTHING AT RISK (OR NO RUN BEFORE) BOTH ARE FLAT.
      ******************************************************************
       350-PERIOD-RETURNS.
           MOVE 1 TO WS-PERIOD-FACTOR WS-BENCH-FACTOR
           IF WS-VAL-COUNT = ZEROS
               GO TO 350-EXIT
           END-IF
           COMPUTE WS-DENOMINATOR = WS-PRIOR-VALUE + WS-PERIOD-FLOWS
           IF WS-DENOMINATOR > ZEROS AND WS-PRIOR-VALUE > ZEROS
               COMPUTE WS-PERIOD-FACTOR ROUNDED =
                   WS-TOTAL-VALUE / WS-DENOMINATOR
           END-IF
           MOVE ZEROS TO WS-WEIGHT-BASE WS-BENCH-CHANGE
           PERFORM 355-ADD-WEIGHT-BASE THRU 355-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
           IF WS-WEIGHT-BASE > ZEROS
               PERFORM 358-ADD-SECTOR-CHANGE THRU 358-EXIT
                   VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
               COMPUTE WS-BENCH-FACTOR = 1 + WS-BENCH-CHANGE
           END-IF
           COMPUTE WS-CUM-PORT ROUNDED =
               WS-CUM-PORT * WS-PERIOD-FACTOR
           COMPUTE WS-CUM-BENCH ROUNDED =
               WS-CUM-BENCH * WS-BENCH-FACTOR.
       350-EXIT.

       355-ADD-WEIGHT-BASE.
           IF WS-SEC-PRIOR-LEVEL (WS-SEC-SUB) > ZEROS
               AND WS-SEC-LEVEL (WS-SEC-SUB) > ZEROS
               AND WS-SEC-PRIOR-VALUE (WS-SEC-SUB) > ZEROS
               ADD WS-SEC-PRIOR-VALUE (WS-SEC-SUB) TO WS-WEIGHT-BASE
           END-IF.
       355-EXIT.

       358-ADD-SECTOR-CHANGE.
           IF WS-SEC-PRIOR-LEVEL (WS-SEC-SUB) > ZEROS
               AND WS-SEC-LEVEL (WS-SEC-SUB) > ZEROS
               AND WS-SEC-PRIOR-VALUE (WS-SEC-SUB) > ZEROS
               COMPUTE WS-BENCH-CHANGE ROUNDED = WS-BENCH-CHANGE
                   + WS-SEC-PRIOR-VALUE (WS-SEC-SUB) / WS-WEIGHT-BASE
                   * (WS-SEC-LEVEL (WS-SEC-SUB)
                   / WS-SEC-PRIOR-LEVEL (WS-SEC-SUB) - 1)
           END-IF.
       358-EXIT.

      ******************************************************************
      * 400-FIND-OR-ADD-SECTOR LEAVES WS-SEC-SUB ON THE SECTOR IN
      * WS-FIND-SECTOR, ADDING IT THE FIRST TIME. ZERO WHEN FULL.
      ******************************************************************
       400-FIND-OR-ADD-SECTOR.
           MOVE ZEROS TO WS-SEC-SUB
           PERFORM 405-CHECK-SECTOR THRU 405-EXIT
               VARYING WS-SEC-SUB2 FROM 1 BY 1
               UNTIL WS-SEC-SUB2 > WS-SEC-COUNT
               OR WS-SEC-SUB > ZEROS
           IF WS-SEC-SUB > ZEROS OR WS-SEC-COUNT >= 20
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-SEC-COUNT
           MOVE WS-SEC-COUNT TO WS-SEC-SUB
           MOVE WS-FIND-SECTOR TO WS-SEC-CODE (WS-SEC-SUB)
           MOVE ZEROS TO WS-SEC-LEVEL (WS-SEC-SUB)
               WS-SEC-PRIOR-LEVEL (WS-SEC-SUB)
               WS-SEC-VALUE (WS-SEC-SUB)
               WS-SEC-PRIOR-VALUE (WS-SEC-SUB).
       400-EXIT.

       405-CHECK-SECTOR.
           IF WS-SEC-CODE (WS-SEC-SUB2) = WS-FIND-SECTOR
               MOVE WS-SEC-SUB2 TO WS-SEC-SUB
           END-IF.
       405-EXIT.

      ******************************************************************
      * 600-WRITE-REPORT PRINTS THE PERIOD RETURNS AS OF THE LATEST
      * RUN, THE VALUE AT THAT RUN, THE SECTOR MIX, AND THE RUN-BY-
      * RUN HISTORY FROM INCEPTION.
      ******************************************************************
       600-WRITE-REPORT.
           OPEN OUTPUT PERF-REPORT-FILE
           MOVE WS-VAL-DATE (WS-VAL-COUNT) TO WS-LAST-DATE PFH-DATE
           WRITE REPORT-RECORD FROM PF-HEADING1
           MOVE WS-SELECT-ID TO PFP-ID
           MOVE WS-PORT-NAME TO PFP-NAME
           WRITE REPORT-RECORD FROM PF-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           IF WS-INCEPTION-SUB = ZEROS
               MOVE "  (NO VALUE HELD AT ANY RUN ON THE TREND FILE)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
               CLOSE PERF-REPORT-FILE
               GO TO 600-EXIT
           END-IF
           WRITE REPORT-RECORD FROM PF-PERIOD-COLUMNS
            AFTER ADVANCING 2 LINES

      * Month to date, quarter to date, and year to date each start
      * from the last run before the period began.

           COMPUTE WS-PERIOD-START =
               WS-LAST-YEAR * 10000 + WS-LAST-MONTH * 100 + 1
           MOVE "MONTH TO DATE" TO PFL-PERIOD
           PERFORM 610-PERIOD-LINE THRU 610-EXIT
           COMPUTE WS-QTR-MONTH = WS-LAST-MONTH - 1
           DIVIDE WS-QTR-MONTH BY 3
               GIVING WS-QTR-QUOTIENT REMAINDER WS-QTR-REMAINDER
           COMPUTE WS-QTR-MONTH = WS-QTR-QUOTIENT * 3 + 1
           COMPUTE WS-PERIOD-START =
               WS-LAST-YEAR * 10000 + WS-QTR-MONTH * 100 + 1
           MOVE "QUARTER TO DATE" TO PFL-PERIOD
           PERFORM 610-PERIOD-LINE THRU 610-EXIT
           COMPUTE WS-PERIOD-START = WS-LAST-YEAR * 10000 + 101
           MOVE "YEAR TO DATE" TO PFL-PERIOD
           PERFORM 610-PERIOD-LINE THRU 610-EXIT
           MOVE ZEROS TO WS-PERIOD-START
           MOVE "SINCE INCEPTION" TO PFL-PERIOD
           PERFORM 610-PERIOD-LINE THRU 610-EXIT

           MOVE "STOCK VALUE" TO PFV-LABEL
           MOVE WS-VAL-STOCK (WS-VAL-COUNT) TO PFV-AMOUNT
           WRITE REPORT-RECORD FROM PF-VALUE-LINE
            AFTER ADVANCING 2 LINES
           MOVE "CASH" TO PFV-LABEL
           MOVE WS-VAL-CASH (WS-VAL-COUNT) TO PFV-AMOUNT
           WRITE REPORT-RECORD FROM PF-VALUE-LINE
            AFTER ADVANCING 1 LINE
           MOVE "TOTAL VALUE" TO PFV-LABEL
           MOVE WS-VAL-TOTAL (WS-VAL-COUNT) TO PFV-AMOUNT
           WRITE REPORT-RECORD FROM PF-VALUE-LINE
            AFTER ADVANCING 1 LINE
           PERFORM 620-WRITE-SECTOR-MIX THRU 620-EXIT
           PERFORM 630-WRITE-HISTORY THRU 630-EXIT
           CLOSE PERF-REPORT-FILE.
       600-EXIT.

      ******************************************************************
      * 610-PERIOD-LINE PRINTS ONE PERIOD. THE BASE IS THE LAST RUN
      * BEFORE WS-PERIOD-START, NEVER EARLIER THAN INCEPTION; THE
      * RETURNS ARE THE CHAINED FACTORS AT THE LATEST RUN OVER THOSE
      * AT THE BASE, AND THE NET DEPOSITS ARE THE FLOWS AFTER IT.
      ******************************************************************
       610-PERIOD-LINE.
           MOVE WS-INCEPTION-SUB TO WS-BASE-SUB
           PERFORM 615-CHECK-BASE THRU 615-EXIT
               VARYING WS-VAL-SUB FROM WS-INCEPTION-SUB BY 1
               UNTIL WS-VAL-SUB > WS-VAL-COUNT
           MOVE WS-VAL-DATE (WS-BASE-SUB) TO PFL-FROM
           COMPUTE WS-PORT-PCT ROUNDED =
               (WS-VAL-CUM-PORT (WS-VAL-COUNT)
               / WS-VAL-CUM-PORT (WS-BASE-SUB) - 1) * 100
           COMPUTE WS-BENCH-PCT ROUNDED =
               (WS-VAL-CUM-BENCH (WS-VAL-COUNT)
               / WS-VAL-CUM-BENCH (WS-BASE-SUB) - 1) * 100
           COMPUTE WS-DIFF-PCT = WS-PORT-PCT - WS-BENCH-PCT
           MOVE ZEROS TO WS-FLOW-SUM
           PERFORM 618-ADD-FLOWS THRU 618-EXIT
               VARYING WS-VAL-SUB FROM WS-BASE-SUB BY 1
               UNTIL WS-VAL-SUB > WS-VAL-COUNT
           MOVE WS-PORT-PCT TO PFL-PORT
           MOVE WS-BENCH-PCT TO PFL-BENCH
           MOVE WS-DIFF-PCT TO PFL-DIFF
           MOVE WS-FLOW-SUM TO PFL-FLOWS
           WRITE REPORT-RECORD FROM PF-PERIOD-LINE
            AFTER ADVANCING 1 LINE.
       610-EXIT.

       615-CHECK-BASE.
           IF WS-VAL-DATE (WS-VAL-SUB) < WS-PERIOD-START
               MOVE WS-VAL-SUB TO WS-BASE-SUB
           END-IF.
       615-EXIT.

       618-ADD-FLOWS.
           IF WS-VAL-SUB > WS-BASE-SUB
               ADD WS-VAL-FLOWS (WS-VAL-SUB) TO WS-FLOW-SUM
           END-IF.
       618-EXIT.

      ******************************************************************
      * 620-WRITE-SECTOR-MIX PRINTS OUR STOCK VALUE BY SECTOR AT THE
      * LATEST RUN - THE WEIGHTS THE NEXT PERIOD'S BENCHMARK USES.
      ******************************************************************
       620-WRITE-SECTOR-MIX.
           MOVE "SECTOR MIX AT THE LATEST RUN" TO REPORT-RECORD
           WRITE REPORT-RECORD
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM PF-SECTOR-COLUMNS
            AFTER ADVANCING 1 LINE
           PERFORM 625-WRITE-SECTOR-LINE THRU 625-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT.
       620-EXIT.

       625-WRITE-SECTOR-LINE.
           IF WS-SEC-VALUE (WS-SEC-SUB) = ZEROS
               GO TO 625-EXIT
           END-IF
           MOVE WS-SEC-CODE (WS-SEC-SUB) TO PFS-SECTOR
           MOVE WS-SEC-VALUE (WS-SEC-SUB) TO PFS-VALUE
           MOVE ZEROS TO WS-SEC-WEIGHT
           IF WS-VAL-STOCK (WS-VAL-COUNT) > ZEROS
               COMPUTE WS-SEC-WEIGHT ROUNDED =
                   WS-SEC-VALUE (WS-SEC-SUB)
                   / WS-VAL-STOCK (WS-VAL-COUNT) * 100
           END-IF
           MOVE WS-SEC-WEIGHT TO PFS-WEIGHT
           MOVE WS-SEC-LEVEL (WS-SEC-SUB) TO PFS-LEVEL
           WRITE REPORT-RECORD FROM PF-SECTOR-LINE
            AFTER ADVANCING 1 LINE.
       625-EXIT.

      ******************************************************************
      * 630-WRITE-HISTORY LISTS EVERY RUN FROM INCEPTION WITH ITS
      * VALUES, ITS NET DEPOSITS, AND THE PERIOD'S PORTFOLIO AND
      * BENCHMARK RETURNS.
      ******************************************************************
       630-WRITE-HISTORY.
           MOVE "VALUATION HISTORY" TO REPORT-RECORD
           WRITE REPORT-RECORD
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM PF-HISTORY-COLUMNS
            AFTER ADVANCING 1 LINE
           PERFORM 635-WRITE-HISTORY-LINE THRU 635-EXIT
               VARYING WS-VAL-SUB FROM WS-INCEPTION-SUB BY 1
               UNTIL WS-VAL-SUB > WS-VAL-COUNT.
       630-EXIT.

       635-WRITE-HISTORY-LINE.
           MOVE WS-VAL-DATE (WS-VAL-SUB) TO PFY-DATE
           MOVE WS-VAL-STOCK (WS-VAL-SUB) TO PFY-STOCK
           MOVE WS-VAL-CASH (WS-VAL-SUB) TO PFY-CASH
           MOVE WS-VAL-TOTAL (WS-VAL-SUB) TO PFY-TOTAL
           MOVE WS-VAL-FLOWS (WS-VAL-SUB) TO PFY-FLOWS
           COMPUTE WS-PORT-PCT ROUNDED =
               (WS-VAL-PERIOD-FACTOR (WS-VAL-SUB) - 1) * 100
           COMPUTE WS-BENCH-PCT ROUNDED =
               (WS-VAL-BENCH-FACTOR (WS-VAL-SUB) - 1) * 100
           MOVE WS-PORT-PCT TO PFY-PERIOD
           MOVE WS-BENCH-PCT TO PFY-BENCH
           WRITE REPORT-RECORD FROM PF-HISTORY-LINE
            AFTER ADVANCING 1 LINE.
       635-EXIT.
