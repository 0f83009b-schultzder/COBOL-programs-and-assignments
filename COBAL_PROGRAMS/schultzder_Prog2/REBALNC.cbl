       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REBALNC.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Sector rebalancing proposals. The investment committee sets
      * a target weight and tolerance band per sector for each
      * portfolio (ALLOCMNT keeps them on SectorTargets.txt, see
      * copybooks/SECTTGT.cpy); this works out the trades that used
      * to be done on a calculator every quarter.
      *
      * P - propose. One portfolio's holdings (Holdings.txt, as
      *     TRADEENT last rebuilt it) are valued at PROGRAM2's latest
      *     prices (PEOutput.txt, which also gives each stock its
      *     sector) and each sector's actual weight of the stock
      *     value is printed against its target and band. A sector
      *     outside its band is traded back to its target:
      *       buying  - the sector's best name on the value-picks
      *                 list (the top of PROGRAM2's ValuePicks.txt,
      *                 lowest P/E first; how far down counts is
      *                 keyed at the run); failing that, the
      *                 sector's largest holding; failing that, the
      *                 sector's lowest-P/E name
      *       selling - holdings not on the value-picks list first,
      *                 highest P/E first, then the picks. Selling
      *                 goes oldest lot first, as TRADEENT matches
      *                 it, and stops short of any lot bought within
      *                 the last year that stands at a gain, so no
      *                 proposal realizes a short-term gain; what
      *                 that holds back is shown on the report
      *     A held sector with no target is shown but not traded.
      *     The proposals are written to RebalProposals.txt (see
      *     copybooks/PENDTRD.cpy), replacing the last run's.
      * A - approve. Each proposal on RebalProposals.txt is shown
      *     and, approved, appended to PendingTrades.txt as a
      *     pending trade under the next pending number. TRADEENT's
      *     E mode posts it to the trade ledger once the broker has
      *     filled it. The proposal file is cleared afterwards.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the target allocation file.

       SELECT TARGET-FILE
               ASSIGN TO UT-SYS-TARGETS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGETS-STATUS.

      * Select statement for the shared sector-name table.

       SELECT SECTOR-TABLE
               ASSIGN TO UT-SYS-SECTOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTOR-STATUS.

      * Select statement for PROGRAM2's P/E output file.

       SELECT STOCK-OUTPUT-FILE
               ASSIGN TO UT-SYS-OUTVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTVFILE-STATUS.

      * Select statement for PROGRAM2's value-picks list.

       SELECT VALUE-PICKS-FILE
               ASSIGN TO UT-SYS-VALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALFILE-STATUS.

      * Select statement for the holdings file.

       SELECT HOLDINGS-FILE
               ASSIGN TO UT-SYS-HOLDINGS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDINGS-STATUS.

      * Select statement for the trade ledger.

       SELECT TRADE-LEDGER-FILE
               ASSIGN TO UT-SYS-TRADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADES-STATUS.

      * Select statement for the proposals awaiting approval.

       SELECT PROPOSAL-FILE
               ASSIGN TO UT-SYS-PROPOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSE-STATUS.

      * Select statement for the pending trades file.

       SELECT PENDING-FILE
               ASSIGN TO UT-SYS-PENDING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      * Select statement for the printed rebalancing report.

       SELECT REBAL-REPORT-FILE
               ASSIGN TO UT-SYS-REBALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for the target allocation file.

       FD  TARGET-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY SECTTGT.

      * File description for the sector-name table.

       FD  SECTOR-TABLE
           RECORD CONTAINS 17 CHARACTERS.
       COPY SECTORFD.

      * File description for PROGRAM2's P/E output - the same layout
      * HOLDVAL declares, with the sector code broken out.

       FD  STOCK-OUTPUT-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  OUTPUT-RECORD.
           05 OUT-STOCK-CODE                  PIC X(3).
           05 OUT-STOCK-NAME                  PIC X(17).
           05 OUT-PRICE-PER-SHARE             PIC 999V99.
           05 OUT-SECTOR-CODE                 PIC XX.
           05 OUT-REST                        PIC X(66).

      * File description for the value-picks list - PROGRAM2's
      * output sorted ascending by P/E. Only the code matters here.

       FD  VALUE-PICKS-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  VALUE-PICKS-RECORD.
           05 VP-STOCK-CODE                   PIC X(3).
           05 VP-REST                         PIC X(90).

      * File description for the holdings file - the layout TRADEENT
      * writes and HOLDVAL prices.

       FD  HOLDINGS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HOLDINGS-RECORD.
           05 HLD-STOCK-CODE                  PIC X(3).
           05 HLD-SHARES-HELD                 PIC 9(9).
           05 HLD-AVG-COST                    PIC 999V99.
           05 HLD-PORTFOLIO                   PIC X(4).

      * File description for the trade ledger.

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

      * File description for the proposals awaiting approval.

       FD  PROPOSAL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PROPOSAL-RECORD                    PIC X(60).

      * File description for the pending trades file.

       FD  PENDING-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PENDTRD.

      * File description for the printed report.

       FD  REBAL-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-RECORD                      PIC X(110).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-TARGETS-STATUS               PIC XX.
          05 WS-SECTOR-STATUS                PIC XX.
          05 WS-OUTVFILE-STATUS              PIC XX.
          05 WS-VALFILE-STATUS               PIC XX.
          05 WS-HOLDINGS-STATUS              PIC XX.
          05 WS-TRADES-STATUS                PIC XX.
          05 WS-PROPOSE-STATUS               PIC XX.
          05 WS-PENDING-STATUS               PIC XX.
          05 WS-FILE-EOF                     PIC XXX.
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-MORE-TO-SELL                 PIC XXX.
          05 WS-INPUT-PORTFOLIO              PIC X(4).
          05 WS-INPUT-PICKS                  PIC 9(3).
          05 WS-PICK-LIMIT                   PIC 9(3).
          05 WS-PICK-RANK                    PIC 9(4).
          05 WS-APPROVE                      PIC X.
          05 WS-FIND-CODE                    PIC X(3).
          05 WS-FIND-SECTOR                  PIC XX.
          05 WS-STK-SUB                      PIC 9(4).
          05 WS-HLD-SUB                      PIC 999.
          05 WS-SEC-SUB                      PIC 99.
          05 WS-LOT-SUB                      PIC 999.
          05 WS-BEST-SUB                     PIC 9(4).
          05 WS-BEST-RANK                    PIC 9(4).
          05 WS-BEST-VALUE                   PIC 9(11)V99.
          05 WS-SELL-REMAINING               PIC 9(9).
          05 WS-MATCH-SHARES                 PIC 9(9).
          05 WS-TOTAL-VALUE                  PIC 9(11)V99 VALUE 0.
          05 WS-TARGET-VALUE                 PIC 9(11)V99.
          05 WS-TRADE-AMOUNT                 PIC 9(11)V99.
          05 WS-TRADE-SHARES                 PIC 9(9).
          05 WS-TRADE-VALUE                  PIC 9(11)V99.
          05 WS-HELD-BACK                    PIC 9(11)V99.
          05 WS-BUY-TOTAL                    PIC 9(11)V99 VALUE 0.
          05 WS-SELL-TOTAL                   PIC 9(11)V99 VALUE 0.
          05 WS-PROPOSAL-COUNT               PIC 9(4) VALUE 0.
          05 WS-APPROVED-COUNT               PIC 9(4) VALUE 0.
          05 WS-NEXT-PEND-NO                 PIC 9(6) VALUE 0.
          05 WS-LOW-PCT                      PIC S9(3)V99.
          05 WS-HIGH-PCT                     PIC S9(3)V99.
          05 WS-YEAR-AGO                     PIC 9(8).
          05 WS-TRADE-ACTION                 PIC X.
          05 WS-TRADE-NOTE                   PIC X(30).
          05 WS-UNPRICED-COUNT               PIC 999 VALUE 0.
          05 WS-SHOW-SHARES                  PIC ZZZ,ZZZ,ZZ9.
          05 WS-SHOW-PRICE                   PIC ZZ9.99.
          05 WS-FIRST-PAGE                   PIC XXX VALUE "YES".

       01 WS-TODAY                           PIC 9(8).

      * Portfolio lookup table.

       COPY PORTTB.

      * Sector-name lookup table.

       COPY SECTORTB.

      * PROGRAM2's latest output: each stock's price and sector, and
      * where it stands on the value-picks list (9999 = not on it).

       01 WS-STOCK-TABLE.
          05 WS-STK-COUNT                    PIC 9(4) VALUE 0.
          05 WS-STK-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-STK-COUNT.
             10 WS-STK-CODE                  PIC X(3).
             10 WS-STK-PRICE                 PIC 999V99.
             10 WS-STK-SECTOR                PIC XX.
             10 WS-STK-RANK                  PIC 9(4).

      * The portfolio's holdings, priced, with how many shares can be
      * sold without touching a short-term gain lot.

       01 WS-HOLDING-TABLE.
          05 WS-HLD-COUNT                    PIC 999 VALUE 0.
          05 WS-HLD-ENTRIES OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-HLD-COUNT.
             10 WS-HLD-CODE                  PIC X(3).
             10 WS-HLD-SHARES                PIC 9(9).
             10 WS-HLD-STK-SUB               PIC 9(4).
             10 WS-HLD-VALUE                 PIC 9(11)V99.
             10 WS-HLD-SAFE-SHARES           PIC 9(9).
             10 WS-HLD-SOLD                  PIC X.

      * The portfolio's open lots, rebuilt from the ledger oldest
      * first the way TRADEENT's rebuild matches them.

       01 WS-LOT-TABLE.
          05 WS-LOT-COUNT                    PIC 999 VALUE 0.
          05 WS-LOT-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-LOT-COUNT.
             10 WS-LOT-CODE                  PIC X(3).
             10 WS-LOT-DATE                  PIC 9(8).
             10 WS-LOT-SHARES                PIC 9(9).
             10 WS-LOT-COST-PER              PIC 9(3)V9999.
             10 WS-LOT-BLOCKED               PIC X.

      * Each sector with a target or a holding, with its target,
      * band, and actual stock value.

       01 WS-SECTOR-WORK.
          05 WS-SW-COUNT                     PIC 99 VALUE 0.
          05 WS-SW-ENTRIES OCCURS 0 TO 40 TIMES
               DEPENDING ON WS-SW-COUNT.
             10 WS-SW-CODE                   PIC XX.
             10 WS-SW-HAS-TARGET             PIC X.
             10 WS-SW-TARGET                 PIC 9(3)V99.
             10 WS-SW-BAND                   PIC 9(3)V99.
             10 WS-SW-VALUE                  PIC 9(11)V99.
             10 WS-SW-PCT                    PIC 9(3)V99.

      * Report lines.

       01 RB-HEADING1.
          05                                 PIC X(36) VALUE
               "SECTOR REBALANCING PROPOSAL - AS OF ".
          05 RBH-DATE                        PIC 9(8).
          05                                 PIC X(66) VALUE SPACES.

       01 RB-PORTFOLIO-LINE.
          05                                 PIC X(10)
                                    VALUE "PORTFOLIO ".
          05 RBP-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 RBP-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 RBP-OWNER                       PIC X(20).
          05                                 PIC X(42) VALUE SPACES.

       01 RB-COLUMNS.
          05                                 PIC X(4)  VALUE "SEC".
          05                                 PIC X(17) VALUE "NAME".
          05                                 PIC X(8)
                                    VALUE " TARGET%".
          05                                 PIC X(8)
                                    VALUE "   BAND".
          05                                 PIC X(19)
                                    VALUE "      ACTUAL VALUE".
          05                                 PIC X(9)
                                    VALUE "  ACTUAL%".
          05                                 PIC X(3)  VALUE SPACES.
          05                                 PIC X(12) VALUE "STATUS".
          05                                 PIC X(30) VALUE SPACES.

       01 RB-SECTOR-LINE.
          05 RBS-CODE                        PIC XX.
          05                                 PIC X(2)  VALUE SPACES.
          05 RBS-NAME                        PIC X(15).
          05                                 PIC X(2)  VALUE SPACES.
          05 RBS-TARGET                      PIC ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RBS-PLUS-MINUS                  PIC X(3).
          05 RBS-BAND                        PIC Z9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RBS-VALUE                       PIC Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 RBS-PCT                         PIC ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 RBS-STATUS                      PIC X(12).
          05                                 PIC X(30) VALUE SPACES.

       01 RB-TRADE-LINE.
          05                                 PIC X(6)  VALUE SPACES.
          05 RBT-ACTION                      PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 RBT-CODE                        PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 RBT-SHARES                      PIC ZZZ,ZZZ,ZZ9.
          05                                 PIC X(3)  VALUE " @ ".
          05 RBT-PRICE                       PIC ZZ9.99.
          05                                 PIC X(3)  VALUE " = ".
          05 RBT-AMOUNT                      PIC Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RBT-NOTE                        PIC X(30).
          05                                 PIC X(21) VALUE SPACES.

       01 RB-NOTE-LINE.
          05                                 PIC X(6)  VALUE SPACES.
          05 RBN-TEXT                        PIC X(48).
          05 RBN-AMOUNT                      PIC Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(39) VALUE SPACES.

       01 RB-TOTAL-LINE.
          05 RBL-LABEL                       PIC X(30).
          05 RBL-AMOUNT                      PIC Z,ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(63) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".
          05 UT-SYS-TARGETS                  PIC X(60)
          VALUE "C:\COBOL\SectorTargets.txt".
          05 UT-SYS-SECTOR                   PIC X(60)
          VALUE "C:\COBOL\SectorTable.txt".
          05 UT-SYS-OUTVFILE                 PIC X(60)
          VALUE "C:\COBOL\PEOutput.txt".
          05 UT-SYS-VALFILE                  PIC X(60)
          VALUE "C:\COBOL\ValuePicks.txt".
          05 UT-SYS-HOLDINGS                 PIC X(60)
          VALUE "C:\COBOL\Holdings.txt".
          05 UT-SYS-TRADES                   PIC X(60)
          VALUE "C:\COBOL\TradeLedger.txt".
          05 UT-SYS-PROPOSE                  PIC X(60)
          VALUE "C:\COBOL\RebalProposals.txt".
          05 UT-SYS-PENDING                  PIC X(60)
          VALUE "C:\COBOL\PendingTrades.txt".
          05 UT-SYS-REBALRPT                 PIC X(60)
          VALUE "C:\COBOL\RebalReport.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE ASKS WHICH MODE THIS RUN IS AND ROUTES TO IT.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "REBALANCING - P=PROPOSE TRADES "
               "A=APPROVE PROPOSALS AS PENDING TRADES"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "P"
               WHEN "p"
                   PERFORM 100-PROPOSE-RUN THRU 100-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 800-APPROVE-RUN THRU 800-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 100-PROPOSE-RUN LOADS EVERYTHING THE PROPOSAL NEEDS FOR THE
      * KEYED PORTFOLIO, VALUES IT BY SECTOR, AND WRITES THE REPORT
      * AND THE PROPOSALS.
      ******************************************************************
       100-PROPOSE-RUN.
           PERFORM 150-LOAD-PORTFOLIOS THRU 150-EXIT
           DISPLAY "ENTER PORTFOLIO ID"
           ACCEPT WS-INPUT-PORTFOLIO
           MOVE "NO" TO WS-ENTRY-FOUND
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       MOVE "NO" TO WS-ENTRY-FOUND
                   WHEN PORT-ID (PORT-X1) = WS-INPUT-PORTFOLIO
                       MOVE "YES" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF WS-ENTRY-FOUND = "NO" OR WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "PORTFOLIO NOT ON THE MASTER - NOTHING PROPOSED"
               GO TO 100-EXIT
           END-IF
           DISPLAY "HOW MANY OF THE LOWEST-P/E NAMES COUNT AS THE "
               "VALUE-PICKS LIST (BLANK = 10)"
           ACCEPT WS-INPUT-PICKS
           IF WS-INPUT-PICKS = ZEROS
               MOVE 10 TO WS-PICK-LIMIT
           ELSE
               MOVE WS-INPUT-PICKS TO WS-PICK-LIMIT
           END-IF
           PERFORM 170-LOAD-TARGETS THRU 170-EXIT
           IF WS-SW-COUNT = ZEROS
               DISPLAY "NO SECTOR TARGETS FOR PORTFOLIO "
                   WS-INPUT-PORTFOLIO " - SET THEM WITH ALLOCMNT"
               GO TO 100-EXIT
           END-IF
           PERFORM 180-LOAD-SECTOR-NAMES THRU 180-EXIT
           PERFORM 200-LOAD-STOCKS THRU 200-EXIT
           IF WS-STK-COUNT = ZEROS
               DISPLAY "NO PROGRAM2 OUTPUT ON FILE - NOTHING PROPOSED"
               GO TO 100-EXIT
           END-IF
           PERFORM 220-LOAD-VALUE-PICKS THRU 220-EXIT
           PERFORM 250-LOAD-HOLDINGS THRU 250-EXIT
           PERFORM 300-REBUILD-LOTS THRU 300-EXIT
           PERFORM 350-SET-SAFE-SHARES THRU 350-EXIT
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
           PERFORM 400-VALUE-SECTORS THRU 400-EXIT
           OPEN OUTPUT REBAL-REPORT-FILE
           OPEN OUTPUT PROPOSAL-FILE
           PERFORM 500-WRITE-HEADINGS THRU 500-EXIT
           PERFORM 510-SECTOR-RTN THRU 510-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SW-COUNT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE PROPOSAL-FILE
           CLOSE REBAL-REPORT-FILE
           DISPLAY WS-PROPOSAL-COUNT " TRADES PROPOSED - APPROVE "
               "THEM WITH REBALNC MODE A".
       100-EXIT.

      ******************************************************************
      * 150-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER INTO ITS
      * TABLE.
      ******************************************************************
       150-LOAD-PORTFOLIOS.
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOL-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM 155-READ-PORTFOLIO THRU 155-EXIT
               UNTIL WS-PORT-EOF = "YES"
           CLOSE PORTFOLIO-FILE.
       150-EXIT.

       155-READ-PORTFOLIO.
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
       155-EXIT.

      ******************************************************************
      * 170-LOAD-TARGETS PUTS THE PORTFOLIO'S SECTOR TARGETS INTO THE
      * SECTOR WORK TABLE.
      ******************************************************************
       170-LOAD-TARGETS.
           OPEN INPUT TARGET-FILE
           IF WS-TARGETS-STATUS NOT = "00"
               GO TO 170-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 175-READ-TARGET THRU 175-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE TARGET-FILE.
       170-EXIT.

       175-READ-TARGET.
           READ TARGET-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 175-EXIT
           END-READ
           IF TG-PORTFOLIO NOT = WS-INPUT-PORTFOLIO
               GO TO 175-EXIT
           END-IF
           MOVE TG-SECTOR-CODE TO WS-FIND-SECTOR
           PERFORM 450-FIND-OR-ADD-SECTOR THRU 450-EXIT
           IF WS-SEC-SUB > ZEROS
               MOVE "Y" TO WS-SW-HAS-TARGET (WS-SEC-SUB)
               MOVE TG-TARGET-PCT TO WS-SW-TARGET (WS-SEC-SUB)
               MOVE TG-BAND-PCT TO WS-SW-BAND (WS-SEC-SUB)
           END-IF.
       175-EXIT.

      ******************************************************************
      * 180-LOAD-SECTOR-NAMES READS THE SHARED SECTOR-NAME TABLE FOR
      * THE REPORT. WITH NO FILE THE REPORT PRINTS CODES ONLY.
      ******************************************************************
       180-LOAD-SECTOR-NAMES.
           OPEN INPUT SECTOR-TABLE
           IF WS-SECTOR-STATUS NOT = "00"
               GO TO 180-EXIT
           END-IF
           PERFORM 185-READ-SECTOR THRU 185-EXIT
               UNTIL WS-SECTOR-EOF = "YES"
           CLOSE SECTOR-TABLE.
       180-EXIT.

       185-READ-SECTOR.
           READ SECTOR-TABLE
               AT END
                   MOVE "YES" TO WS-SECTOR-EOF
               NOT AT END
                   IF WS-SECTOR-COUNT < 20
                       ADD 1 TO WS-SECTOR-COUNT
                       SET SEC-X1 TO WS-SECTOR-COUNT
                       MOVE SECTOR-REC TO SECTOR-ENTRIES (SEC-X1)
                   END-IF
           END-READ.
       185-EXIT.

      ******************************************************************
      * 200-LOAD-STOCKS READS PROGRAM2'S LATEST OUTPUT INTO THE STOCK
      * TABLE.
      ******************************************************************
       200-LOAD-STOCKS.
           OPEN INPUT STOCK-OUTPUT-FILE
           IF WS-OUTVFILE-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 205-READ-STOCK THRU 205-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE STOCK-OUTPUT-FILE.
       200-EXIT.

       205-READ-STOCK.
           READ STOCK-OUTPUT-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   IF WS-STK-COUNT < 2000
                       ADD 1 TO WS-STK-COUNT
                       MOVE OUT-STOCK-CODE TO WS-STK-CODE (WS-STK-COUNT)
                       MOVE OUT-PRICE-PER-SHARE
                           TO WS-STK-PRICE (WS-STK-COUNT)
                       MOVE OUT-SECTOR-CODE
                           TO WS-STK-SECTOR (WS-STK-COUNT)
                       MOVE 9999 TO WS-STK-RANK (WS-STK-COUNT)
                   END-IF
           END-READ.
       205-EXIT.

      ******************************************************************
      * 210-FIND-STOCK LEAVES WS-STK-SUB ON WS-FIND-CODE IN THE STOCK
      * TABLE, ZERO WHEN PROGRAM2 DID NOT PRICE IT.
      ******************************************************************
       210-FIND-STOCK.
           MOVE ZEROS TO WS-BEST-SUB
           PERFORM 215-CHECK-STOCK THRU 215-EXIT
               VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT
               OR WS-BEST-SUB > ZEROS
           MOVE WS-BEST-SUB TO WS-STK-SUB.
       210-EXIT.

       215-CHECK-STOCK.
           IF WS-STK-CODE (WS-STK-SUB) = WS-FIND-CODE
               MOVE WS-STK-SUB TO WS-BEST-SUB
           END-IF.
       215-EXIT.

      ******************************************************************
      * 220-LOAD-VALUE-PICKS NUMBERS THE STOCKS IN VALUE-PICKS ORDER
      * - LOWEST P/E FIRST. THE FIRST WS-PICK-LIMIT OF THEM ARE THE
      * VALUE-PICKS LIST.
      ******************************************************************
       220-LOAD-VALUE-PICKS.
           MOVE ZEROS TO WS-PICK-RANK
           OPEN INPUT VALUE-PICKS-FILE
           IF WS-VALFILE-STATUS NOT = "00"
               DISPLAY "NO VALUE-PICKS LIST ON FILE - NO NAME IS "
                   "PREFERRED"
               GO TO 220-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 225-READ-PICK THRU 225-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE VALUE-PICKS-FILE.
       220-EXIT.

       225-READ-PICK.
           READ VALUE-PICKS-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 225-EXIT
           END-READ
           ADD 1 TO WS-PICK-RANK
           MOVE VP-STOCK-CODE TO WS-FIND-CODE
           PERFORM 210-FIND-STOCK THRU 210-EXIT
           IF WS-STK-SUB > ZEROS
               MOVE WS-PICK-RANK TO WS-STK-RANK (WS-STK-SUB)
           END-IF.
       225-EXIT.

      ******************************************************************
      * 250-LOAD-HOLDINGS READS THE PORTFOLIO'S HOLDINGS AND PRICES
      * EACH ONE. A HOLDING PROGRAM2 DID NOT PRICE IS LEFT OUT OF
      * THE VALUE AND NAMED ON THE CONSOLE.
      ******************************************************************
       250-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
           IF WS-HOLDINGS-STATUS NOT = "00"
               GO TO 250-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 255-READ-HOLDING THRU 255-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE HOLDINGS-FILE.
       250-EXIT.

       255-READ-HOLDING.
           READ HOLDINGS-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 255-EXIT
           END-READ
           IF HLD-PORTFOLIO NOT = WS-INPUT-PORTFOLIO
               OR HLD-SHARES-HELD = ZEROS
               GO TO 255-EXIT
           END-IF
           MOVE HLD-STOCK-CODE TO WS-FIND-CODE
           PERFORM 210-FIND-STOCK THRU 210-EXIT
           IF WS-STK-SUB = ZEROS
               DISPLAY "HOLDING NOT ON PROGRAM2 OUTPUT - LEFT OUT: "
                   HLD-STOCK-CODE
               ADD 1 TO WS-UNPRICED-COUNT
               GO TO 255-EXIT
           END-IF
           IF WS-HLD-COUNT >= 300
               DISPLAY "MORE THAN 300 HOLDINGS - LEFT OUT: "
                   HLD-STOCK-CODE
               GO TO 255-EXIT
           END-IF
           ADD 1 TO WS-HLD-COUNT
           MOVE HLD-STOCK-CODE TO WS-HLD-CODE (WS-HLD-COUNT)
           MOVE HLD-SHARES-HELD TO WS-HLD-SHARES (WS-HLD-COUNT)
           MOVE WS-STK-SUB TO WS-HLD-STK-SUB (WS-HLD-COUNT)
           COMPUTE WS-HLD-VALUE (WS-HLD-COUNT) =
               HLD-SHARES-HELD * WS-STK-PRICE (WS-STK-SUB)
           MOVE ZEROS TO WS-HLD-SAFE-SHARES (WS-HLD-COUNT)
           MOVE "N" TO WS-HLD-SOLD (WS-HLD-COUNT)
           ADD WS-HLD-VALUE (WS-HLD-COUNT) TO WS-TOTAL-VALUE.
       255-EXIT.

      ******************************************************************
      * 300-REBUILD-LOTS REPLAYS THE PORTFOLIO'S TRADES THE WAY
      * TRADEENT'S REBUILD DOES - A BUY OPENS A LOT AT ITS ALL-IN
      * COST, A SELL USES UP THE OLDEST OPEN LOTS - LEAVING THE OPEN
      * LOTS BEHIND TODAY'S HOLDINGS.
      ******************************************************************
       300-REBUILD-LOTS.
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 305-READ-TRADE THRU 305-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE.
       300-EXIT.

       305-READ-TRADE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 305-EXIT
           END-READ
           IF TL-PORTFOLIO NOT = WS-INPUT-PORTFOLIO
               GO TO 305-EXIT
           END-IF
           IF TL-ACTION = "B"
               PERFORM 310-APPLY-BUY THRU 310-EXIT
           ELSE
               MOVE TL-SHARES TO WS-SELL-REMAINING
               PERFORM 320-APPLY-SELL THRU 320-EXIT
                   VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
                   OR WS-SELL-REMAINING = ZEROS
           END-IF.
       305-EXIT.

       310-APPLY-BUY.
           IF WS-LOT-COUNT >= 500 OR TL-SHARES = ZEROS
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-LOT-COUNT
           MOVE TL-STOCK-CODE TO WS-LOT-CODE (WS-LOT-COUNT)
           MOVE TL-DATE TO WS-LOT-DATE (WS-LOT-COUNT)
           MOVE TL-SHARES TO WS-LOT-SHARES (WS-LOT-COUNT)
           MOVE "N" TO WS-LOT-BLOCKED (WS-LOT-COUNT)
           COMPUTE WS-LOT-COST-PER (WS-LOT-COUNT) ROUNDED =
               ((TL-SHARES * TL-PRICE) + TL-FEES) / TL-SHARES.
       310-EXIT.

       320-APPLY-SELL.
           IF WS-LOT-CODE (WS-LOT-SUB) NOT = TL-STOCK-CODE
               OR WS-LOT-SHARES (WS-LOT-SUB) = ZEROS
               GO TO 320-EXIT
           END-IF
           IF WS-LOT-SHARES (WS-LOT-SUB) >= WS-SELL-REMAINING
               MOVE WS-SELL-REMAINING TO WS-MATCH-SHARES
           ELSE
               MOVE WS-LOT-SHARES (WS-LOT-SUB) TO WS-MATCH-SHARES
           END-IF
           SUBTRACT WS-MATCH-SHARES FROM WS-LOT-SHARES (WS-LOT-SUB)
           SUBTRACT WS-MATCH-SHARES FROM WS-SELL-REMAINING.
       320-EXIT.

      ******************************************************************
      * 350-SET-SAFE-SHARES COUNTS HOW MANY OF A HOLDING'S SHARES CAN
      * BE SOLD, OLDEST LOT FIRST, BEFORE A SALE WOULD REACH A LOT
      * BOUGHT WITHIN THE LAST YEAR THAT STANDS AT A GAIN - THE
      * SHORT-TERM GAIN THE PROPOSALS MUST NOT REALIZE. NEVER MORE
      * THAN THE HOLDINGS FILE SHOWS.
      ******************************************************************
       350-SET-SAFE-SHARES.
           COMPUTE WS-YEAR-AGO = WS-TODAY - 10000
           MOVE "N" TO WS-ENTRY-FOUND
           MOVE WS-HLD-STK-SUB (WS-HLD-SUB) TO WS-STK-SUB
           PERFORM 355-CHECK-LOT THRU 355-EXIT
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-COUNT
               OR WS-ENTRY-FOUND = "Y"
           IF WS-HLD-SAFE-SHARES (WS-HLD-SUB)
               > WS-HLD-SHARES (WS-HLD-SUB)
               MOVE WS-HLD-SHARES (WS-HLD-SUB)
                   TO WS-HLD-SAFE-SHARES (WS-HLD-SUB)
           END-IF.
       350-EXIT.

       355-CHECK-LOT.
           IF WS-LOT-CODE (WS-LOT-SUB) NOT = WS-HLD-CODE (WS-HLD-SUB)
               OR WS-LOT-SHARES (WS-LOT-SUB) = ZEROS
               GO TO 355-EXIT
           END-IF
           IF WS-LOT-DATE (WS-LOT-SUB) > WS-YEAR-AGO
               AND WS-STK-PRICE (WS-STK-SUB)
                   > WS-LOT-COST-PER (WS-LOT-SUB)
               MOVE "Y" TO WS-ENTRY-FOUND
               GO TO 355-EXIT
           END-IF
           ADD WS-LOT-SHARES (WS-LOT-SUB)
               TO WS-HLD-SAFE-SHARES (WS-HLD-SUB).
       355-EXIT.

      ******************************************************************
      * 400-VALUE-SECTORS TOTALS THE HOLDINGS BY SECTOR AND WORKS OUT
      * EACH SECTOR'S SHARE OF THE STOCK VALUE.
      ******************************************************************
       400-VALUE-SECTORS.
           PERFORM 410-ADD-HOLDING THRU 410-EXIT
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
           PERFORM 420-SECTOR-PCT THRU 420-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SW-COUNT.
       400-EXIT.

       410-ADD-HOLDING.
           MOVE WS-HLD-STK-SUB (WS-HLD-SUB) TO WS-STK-SUB
           MOVE WS-STK-SECTOR (WS-STK-SUB) TO WS-FIND-SECTOR
           PERFORM 450-FIND-OR-ADD-SECTOR THRU 450-EXIT
           IF WS-SEC-SUB > ZEROS
               ADD WS-HLD-VALUE (WS-HLD-SUB) TO WS-SW-VALUE (WS-SEC-SUB)
           END-IF.
       410-EXIT.

       420-SECTOR-PCT.
           MOVE ZEROS TO WS-SW-PCT (WS-SEC-SUB)
           IF WS-TOTAL-VALUE > ZEROS
               COMPUTE WS-SW-PCT (WS-SEC-SUB) ROUNDED =
                   WS-SW-VALUE (WS-SEC-SUB) / WS-TOTAL-VALUE * 100
           END-IF.
       420-EXIT.

      ******************************************************************
      * 450-FIND-OR-ADD-SECTOR LEAVES WS-SEC-SUB ON WS-FIND-SECTOR IN
      * THE SECTOR WORK TABLE, ADDING IT IN CODE ORDER THE FIRST
      * TIME. ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       450-FIND-OR-ADD-SECTOR.
           MOVE ZEROS TO WS-BEST-SUB
           PERFORM 455-CHECK-SECTOR THRU 455-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SW-COUNT
               OR WS-BEST-SUB > ZEROS
           MOVE WS-BEST-SUB TO WS-SEC-SUB
           IF WS-SEC-SUB > ZEROS OR WS-SW-COUNT >= 40
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-SW-COUNT
           MOVE WS-SW-COUNT TO WS-SEC-SUB
           PERFORM 458-MAKE-ROOM THRU 458-EXIT
               UNTIL WS-SEC-SUB <= 1
               OR WS-SW-CODE (WS-SEC-SUB - 1) <= WS-FIND-SECTOR
           MOVE WS-FIND-SECTOR TO WS-SW-CODE (WS-SEC-SUB)
           MOVE "N" TO WS-SW-HAS-TARGET (WS-SEC-SUB)
           MOVE ZEROS TO WS-SW-TARGET (WS-SEC-SUB)
               WS-SW-BAND (WS-SEC-SUB)
               WS-SW-VALUE (WS-SEC-SUB)
               WS-SW-PCT (WS-SEC-SUB).
       450-EXIT.

       455-CHECK-SECTOR.
           IF WS-SW-CODE (WS-SEC-SUB) = WS-FIND-SECTOR
               MOVE WS-SEC-SUB TO WS-BEST-SUB
           END-IF.
       455-EXIT.

       458-MAKE-ROOM.
           MOVE WS-SW-ENTRIES (WS-SEC-SUB - 1)
               TO WS-SW-ENTRIES (WS-SEC-SUB)
           SUBTRACT 1 FROM WS-SEC-SUB.
       458-EXIT.

      ******************************************************************
      * 500-WRITE-HEADINGS STARTS THE REPORT.
      ******************************************************************
       500-WRITE-HEADINGS.
           MOVE WS-TODAY TO RBH-DATE
           WRITE REPORT-RECORD FROM RB-HEADING1
           MOVE WS-INPUT-PORTFOLIO TO RBP-ID
           MOVE PORT-NAME (PORT-X1) TO RBP-NAME
           MOVE PORT-OWNER (PORT-X1) TO RBP-OWNER
           WRITE REPORT-RECORD FROM RB-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RB-COLUMNS
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.

      ******************************************************************
      * 510-SECTOR-RTN PRINTS ONE SECTOR AGAINST ITS TARGET AND BAND
      * AND, WHEN IT IS OUTSIDE THE BAND, PROPOSES THE TRADES THAT
      * BRING IT BACK TO THE TARGET.
      ******************************************************************
       510-SECTOR-RTN.
           MOVE WS-SW-CODE (WS-SEC-SUB) TO RBS-CODE
           MOVE SPACES TO RBS-NAME
           IF WS-SECTOR-COUNT > 0
               SET SEC-X1 TO 1
               SEARCH SECTOR-ENTRIES
                   AT END
                       MOVE "UNKNOWN" TO RBS-NAME
                   WHEN SECTOR-CODE (SEC-X1) = WS-SW-CODE (WS-SEC-SUB)
                       MOVE SECTOR-NAME (SEC-X1) TO RBS-NAME
               END-SEARCH
           END-IF
           MOVE WS-SW-VALUE (WS-SEC-SUB) TO RBS-VALUE
           MOVE WS-SW-PCT (WS-SEC-SUB) TO RBS-PCT
           IF WS-SW-HAS-TARGET (WS-SEC-SUB) = "N"
               MOVE ZEROS TO RBS-TARGET RBS-BAND
               MOVE SPACES TO RBS-PLUS-MINUS
               MOVE "NO TARGET" TO RBS-STATUS
               WRITE REPORT-RECORD FROM RB-SECTOR-LINE
                AFTER ADVANCING 1 LINE
               GO TO 510-EXIT
           END-IF
           MOVE WS-SW-TARGET (WS-SEC-SUB) TO RBS-TARGET
           MOVE "+/-" TO RBS-PLUS-MINUS
           MOVE WS-SW-BAND (WS-SEC-SUB) TO RBS-BAND
           COMPUTE WS-LOW-PCT =
               WS-SW-TARGET (WS-SEC-SUB) - WS-SW-BAND (WS-SEC-SUB)
           COMPUTE WS-HIGH-PCT =
               WS-SW-TARGET (WS-SEC-SUB) + WS-SW-BAND (WS-SEC-SUB)
           COMPUTE WS-TARGET-VALUE ROUNDED =
               WS-TOTAL-VALUE * WS-SW-TARGET (WS-SEC-SUB) / 100
           EVALUATE TRUE
               WHEN WS-SW-PCT (WS-SEC-SUB) < WS-LOW-PCT
                   MOVE "UNDERWEIGHT" TO RBS-STATUS
               WHEN WS-SW-PCT (WS-SEC-SUB) > WS-HIGH-PCT
                   MOVE "OVERWEIGHT" TO RBS-STATUS
               WHEN OTHER
                   MOVE "IN BAND" TO RBS-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM RB-SECTOR-LINE
            AFTER ADVANCING 1 LINE
           IF RBS-STATUS = "UNDERWEIGHT"
               COMPUTE WS-TRADE-AMOUNT =
                   WS-TARGET-VALUE - WS-SW-VALUE (WS-SEC-SUB)
               PERFORM 520-PROPOSE-BUY THRU 520-EXIT
           END-IF
           IF RBS-STATUS = "OVERWEIGHT"
               COMPUTE WS-TRADE-AMOUNT =
                   WS-SW-VALUE (WS-SEC-SUB) - WS-TARGET-VALUE
               PERFORM 540-PROPOSE-SELLS THRU 540-EXIT
           END-IF.
       510-EXIT.

      ******************************************************************
      * 520-PROPOSE-BUY PICKS THE NAME TO BUY IN AN UNDERWEIGHT
      * SECTOR - ITS BEST VALUE PICK, ELSE ITS LARGEST HOLDING, ELSE
      * ITS LOWEST-P/E NAME - AND PROPOSES THE WHOLE SHARES THE
      * SHORTFALL BUYS.
      ******************************************************************
       520-PROPOSE-BUY.
           MOVE ZEROS TO WS-BEST-SUB
           MOVE 9999 TO WS-BEST-RANK
           PERFORM 525-CHECK-PICK THRU 525-EXIT
               VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT
           MOVE "VALUE PICK" TO WS-TRADE-NOTE
           IF WS-BEST-SUB = ZEROS
               MOVE ZEROS TO WS-BEST-VALUE
               PERFORM 530-CHECK-HOLDING THRU 530-EXIT
                   VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HLD-COUNT
               MOVE "ADD TO EXISTING HOLDING" TO WS-TRADE-NOTE
           END-IF
           IF WS-BEST-SUB = ZEROS
               MOVE 9999 TO WS-BEST-RANK
               PERFORM 535-CHECK-LOWEST-PE THRU 535-EXIT
                   VARYING WS-STK-SUB FROM 1 BY 1
                   UNTIL WS-STK-SUB > WS-STK-COUNT
               MOVE "LOWEST P/E IN SECTOR" TO WS-TRADE-NOTE
           END-IF
           IF WS-BEST-SUB = ZEROS
               MOVE "NO PRICED STOCK IN THE SECTOR TO BUY - SHORT BY"
                   TO RBN-TEXT
               MOVE WS-TRADE-AMOUNT TO RBN-AMOUNT
               WRITE REPORT-RECORD FROM RB-NOTE-LINE
                AFTER ADVANCING 1 LINE
               GO TO 520-EXIT
           END-IF
           DIVIDE WS-TRADE-AMOUNT BY WS-STK-PRICE (WS-BEST-SUB)
               GIVING WS-TRADE-SHARES
           IF WS-TRADE-SHARES = ZEROS
               MOVE "SHORTFALL IS LESS THAN ONE SHARE - SHORT BY"
                   TO RBN-TEXT
               MOVE WS-TRADE-AMOUNT TO RBN-AMOUNT
               WRITE REPORT-RECORD FROM RB-NOTE-LINE
                AFTER ADVANCING 1 LINE
               GO TO 520-EXIT
           END-IF
           MOVE WS-BEST-SUB TO WS-STK-SUB
           MOVE "B" TO WS-TRADE-ACTION
           PERFORM 600-WRITE-PROPOSAL THRU 600-EXIT.
       520-EXIT.

       525-CHECK-PICK.
           IF WS-STK-SECTOR (WS-STK-SUB) = WS-SW-CODE (WS-SEC-SUB)
               AND WS-STK-RANK (WS-STK-SUB) <= WS-PICK-LIMIT
               AND WS-STK-RANK (WS-STK-SUB) < WS-BEST-RANK
               AND WS-STK-PRICE (WS-STK-SUB) > ZEROS
               MOVE WS-STK-SUB TO WS-BEST-SUB
               MOVE WS-STK-RANK (WS-STK-SUB) TO WS-BEST-RANK
           END-IF.
       525-EXIT.

       530-CHECK-HOLDING.
           MOVE WS-HLD-STK-SUB (WS-HLD-SUB) TO WS-STK-SUB
           IF WS-STK-SECTOR (WS-STK-SUB) = WS-SW-CODE (WS-SEC-SUB)
               AND WS-HLD-VALUE (WS-HLD-SUB) > WS-BEST-VALUE
               AND WS-STK-PRICE (WS-STK-SUB) > ZEROS
               MOVE WS-STK-SUB TO WS-BEST-SUB
               MOVE WS-HLD-VALUE (WS-HLD-SUB) TO WS-BEST-VALUE
           END-IF.
       530-EXIT.

       535-CHECK-LOWEST-PE.
           IF WS-STK-SECTOR (WS-STK-SUB) = WS-SW-CODE (WS-SEC-SUB)
               AND WS-STK-PRICE (WS-STK-SUB) > ZEROS
               AND (WS-BEST-SUB = ZEROS
               OR WS-STK-RANK (WS-STK-SUB) < WS-BEST-RANK)
               MOVE WS-STK-SUB TO WS-BEST-SUB
               MOVE WS-STK-RANK (WS-STK-SUB) TO WS-BEST-RANK
           END-IF.
       535-EXIT.

      ******************************************************************
      * 540-PROPOSE-SELLS WORKS THROUGH AN OVERWEIGHT SECTOR'S
      * HOLDINGS HIGHEST P/E FIRST - SO NAMES OFF THE VALUE-PICKS
      * LIST GO BEFORE THE PICKS - SELLING EACH NO FURTHER THAN ITS
      * SAFE SHARES, UNTIL THE EXCESS IS SOLD. WHAT THE SHORT-TERM
      * LOTS HOLD BACK IS PRINTED.
      ******************************************************************
       540-PROPOSE-SELLS.
           MOVE "YES" TO WS-MORE-TO-SELL
           PERFORM 545-SELL-NEXT-HOLDING THRU 545-EXIT
               UNTIL WS-TRADE-AMOUNT = ZEROS
               OR WS-MORE-TO-SELL = "NO"
           IF WS-TRADE-AMOUNT > ZEROS
               MOVE "HELD BACK - SHORT-TERM GAIN LOTS - STILL OVER BY"
                   TO RBN-TEXT
               MOVE WS-TRADE-AMOUNT TO RBN-AMOUNT
               WRITE REPORT-RECORD FROM RB-NOTE-LINE
                AFTER ADVANCING 1 LINE
           END-IF.
       540-EXIT.

       545-SELL-NEXT-HOLDING.
           MOVE ZEROS TO WS-BEST-SUB WS-BEST-RANK
           PERFORM 550-CHECK-SELL THRU 550-EXIT
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
           IF WS-BEST-SUB = ZEROS
               MOVE "NO" TO WS-MORE-TO-SELL
               GO TO 545-EXIT
           END-IF
           MOVE WS-BEST-SUB TO WS-HLD-SUB
           MOVE "Y" TO WS-HLD-SOLD (WS-HLD-SUB)
           MOVE WS-HLD-STK-SUB (WS-HLD-SUB) TO WS-STK-SUB
           COMPUTE WS-TRADE-SHARES ROUNDED =
               WS-TRADE-AMOUNT / WS-STK-PRICE (WS-STK-SUB)
           IF WS-TRADE-SHARES > WS-HLD-SAFE-SHARES (WS-HLD-SUB)
               MOVE WS-HLD-SAFE-SHARES (WS-HLD-SUB) TO WS-TRADE-SHARES
           END-IF
           IF WS-TRADE-SHARES = ZEROS
               IF WS-HLD-SAFE-SHARES (WS-HLD-SUB) > ZEROS
                   MOVE ZEROS TO WS-TRADE-AMOUNT
               END-IF
               GO TO 545-EXIT
           END-IF
           COMPUTE WS-TRADE-VALUE =
               WS-TRADE-SHARES * WS-STK-PRICE (WS-STK-SUB)
           IF WS-TRADE-VALUE >= WS-TRADE-AMOUNT
               MOVE ZEROS TO WS-TRADE-AMOUNT
           ELSE
               SUBTRACT WS-TRADE-VALUE FROM WS-TRADE-AMOUNT
           END-IF
           IF WS-STK-RANK (WS-STK-SUB) <= WS-PICK-LIMIT
               MOVE "VALUE PICK - SOLD LAST" TO WS-TRADE-NOTE
           ELSE
               MOVE "NOT ON THE VALUE-PICKS LIST" TO WS-TRADE-NOTE
           END-IF
           MOVE "S" TO WS-TRADE-ACTION
           PERFORM 600-WRITE-PROPOSAL THRU 600-EXIT.
       545-EXIT.

       550-CHECK-SELL.
           MOVE WS-HLD-STK-SUB (WS-HLD-SUB) TO WS-STK-SUB
           IF WS-STK-SECTOR (WS-STK-SUB) = WS-SW-CODE (WS-SEC-SUB)
               AND WS-HLD-SOLD (WS-HLD-SUB) = "N"
               AND WS-STK-PRICE (WS-STK-SUB) > ZEROS
               AND (WS-BEST-SUB = ZEROS
               OR WS-STK-RANK (WS-STK-SUB) > WS-BEST-RANK)
               MOVE WS-HLD-SUB TO WS-BEST-SUB
               MOVE WS-STK-RANK (WS-STK-SUB) TO WS-BEST-RANK
           END-IF.
       550-EXIT.

      ******************************************************************
      * 600-WRITE-PROPOSAL PRINTS ONE PROPOSED TRADE FOR THE STOCK AT
      * WS-STK-SUB AND WRITES IT TO THE PROPOSAL FILE.
      ******************************************************************
       600-WRITE-PROPOSAL.
           COMPUTE WS-TRADE-VALUE =
               WS-TRADE-SHARES * WS-STK-PRICE (WS-STK-SUB)
           IF WS-TRADE-ACTION = "B"
               MOVE "BUY" TO RBT-ACTION
               ADD WS-TRADE-VALUE TO WS-BUY-TOTAL
           ELSE
               MOVE "SELL" TO RBT-ACTION
               ADD WS-TRADE-VALUE TO WS-SELL-TOTAL
           END-IF
           MOVE WS-STK-CODE (WS-STK-SUB) TO RBT-CODE
           MOVE WS-TRADE-SHARES TO RBT-SHARES
           MOVE WS-STK-PRICE (WS-STK-SUB) TO RBT-PRICE
           MOVE WS-TRADE-VALUE TO RBT-AMOUNT
           MOVE WS-TRADE-NOTE TO RBT-NOTE
           WRITE REPORT-RECORD FROM RB-TRADE-LINE
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-PROPOSAL-COUNT
           MOVE SPACES TO PENDING-TRADE-REC
           MOVE WS-PROPOSAL-COUNT TO PT-PEND-NO
           MOVE WS-INPUT-PORTFOLIO TO PT-PORTFOLIO
           MOVE WS-STK-CODE (WS-STK-SUB) TO PT-STOCK-CODE
           MOVE WS-TRADE-ACTION TO PT-ACTION
           MOVE WS-TRADE-SHARES TO PT-SHARES
           MOVE WS-STK-PRICE (WS-STK-SUB) TO PT-EST-PRICE
           MOVE WS-STK-SECTOR (WS-STK-SUB) TO PT-SECTOR-CODE
           MOVE WS-TODAY TO PT-PROPOSED-DATE
           SET PT-PROPOSED TO TRUE
           MOVE ZEROS TO PT-DONE-DATE
           WRITE PROPOSAL-RECORD FROM PENDING-TRADE-REC.
       600-EXIT.

      ******************************************************************
      * 700-WRITE-TOTALS CLOSES THE REPORT WITH THE STOCK VALUE AND
      * THE PROPOSED BUYS AND SELLS.
      ******************************************************************
       700-WRITE-TOTALS.
           MOVE "TOTAL STOCK VALUE" TO RBL-LABEL
           MOVE WS-TOTAL-VALUE TO RBL-AMOUNT
           WRITE REPORT-RECORD FROM RB-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           MOVE "PROPOSED SELLS" TO RBL-LABEL
           MOVE WS-SELL-TOTAL TO RBL-AMOUNT
           WRITE REPORT-RECORD FROM RB-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           MOVE "PROPOSED BUYS" TO RBL-LABEL
           MOVE WS-BUY-TOTAL TO RBL-AMOUNT
           WRITE REPORT-RECORD FROM RB-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           IF WS-UNPRICED-COUNT > ZEROS
               MOVE SPACES TO REPORT-RECORD
               MOVE "*** HOLDINGS NOT ON PROGRAM2 OUTPUT WERE LEFT OUT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
           END-IF.
       700-EXIT.

      ******************************************************************
      * 800-APPROVE-RUN SHOWS EACH PROPOSAL AND APPENDS THE APPROVED
      * ONES TO THE PENDING TRADES FILE UNDER THE NEXT PENDING
      * NUMBERS, THEN CLEARS THE PROPOSAL FILE.
      ******************************************************************
       800-APPROVE-RUN.
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSE-STATUS NOT = "00"
               DISPLAY "NO PROPOSALS ON FILE - RUN MODE P FIRST"
               GO TO 800-EXIT
           END-IF
           PERFORM 810-FIND-NEXT-NUMBER THRU 810-EXIT
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 820-APPROVE-ONE THRU 820-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE PENDING-FILE
           CLOSE PROPOSAL-FILE
           OPEN OUTPUT PROPOSAL-FILE
           CLOSE PROPOSAL-FILE
           DISPLAY WS-APPROVED-COUNT " PROPOSALS APPROVED AS PENDING "
               "TRADES - POST THEM WITH TRADEENT MODE E ONCE FILLED".
       800-EXIT.

      ******************************************************************
      * 810-FIND-NEXT-NUMBER READS THE PENDING TRADES FILE FOR THE
      * HIGHEST PENDING NUMBER USED SO FAR.
      ******************************************************************
       810-FIND-NEXT-NUMBER.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               GO TO 810-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 815-READ-PENDING THRU 815-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE PENDING-FILE.
       810-EXIT.

       815-READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   IF PT-PEND-NO > WS-NEXT-PEND-NO
                       MOVE PT-PEND-NO TO WS-NEXT-PEND-NO
                   END-IF
           END-READ.
       815-EXIT.

       820-APPROVE-ONE.
           READ PROPOSAL-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 820-EXIT
           END-READ
           MOVE PROPOSAL-RECORD TO PENDING-TRADE-REC
           IF NOT PT-PROPOSED
               GO TO 820-EXIT
           END-IF
           MOVE PT-SHARES TO WS-SHOW-SHARES
           MOVE PT-EST-PRICE TO WS-SHOW-PRICE
           IF PT-BUY
               DISPLAY PT-PORTFOLIO " BUY  " PT-STOCK-CODE " "
                   WS-SHOW-SHARES " @ " WS-SHOW-PRICE
           ELSE
               DISPLAY PT-PORTFOLIO " SELL " PT-STOCK-CODE " "
                   WS-SHOW-SHARES " @ " WS-SHOW-PRICE
           END-IF
           DISPLAY "APPROVE? (Y/N)"
           ACCEPT WS-APPROVE
           IF WS-APPROVE NOT = "Y" AND WS-APPROVE NOT = "y"
               GO TO 820-EXIT
           END-IF
           ADD 1 TO WS-NEXT-PEND-NO
           MOVE WS-NEXT-PEND-NO TO PT-PEND-NO
           SET PT-PENDING TO TRUE
           WRITE PENDING-TRADE-REC
           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "PENDING TRADE " PT-PEND-NO.
       820-EXIT.
