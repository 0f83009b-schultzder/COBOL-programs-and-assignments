      * lots, proceeds net of fees, cost including the buy's fees.
      * HOLDVAL keeps the unrealized side; this is the realized one
      * the tax return needs.
      *
      * Every trade carries the ID of the portfolio it was made in
      * (see copybooks/PORTFOL.cpy - the firm's account, the owner's
      * retirement account, the profit-sharing plan), so the one
      * ledger serves all of them. The rebuild replays each
      * portfolio separately - lots never cross portfolios - and
      * writes each one's holdings under its ID. The realized report
      * runs for one portfolio or all of them, a section per
      * portfolio with its own net, then a consolidated page. A tax-
      * deferred portfolio's realized lines are suppressed - there
      * is nothing to report on the return. The merge mode brings a
      * ledger kept in a separate directory into this one under a
      * portfolio ID, or tags trades keyed before portfolios existed.
      * The post mode takes a pending trade REBALNC's approval wrote
      * to PendingTrades.txt (see copybooks/PENDTRD.cpy) once the
      * broker has filled it: the executed date, shares, price, and
      * fees go on the ledger and the pending trade is marked
      * executed - or it is marked cancelled if it was never placed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO UT-SYS-GLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for a ledger copy being merged in.

       SELECT MERGE-LEDGER-FILE
               ASSIGN TO UT-SYS-MERGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

      * Select statement for the work copy used to tag the ledger.

       SELECT LEDGER-WORK-FILE
               ASSIGN TO UT-SYS-LEDGWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGWRK-STATUS.

      * Select statement for the pending trades file.

       SELECT PENDING-FILE
               ASSIGN TO UT-SYS-PENDING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      * Beginning of data division.

       DATA DIVISION.
      * File description for the trade ledger.

       FD  TRADE-LEDGER-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  TL-RECORD.
           05 TL-DATE                    PIC 9(8).
           05 TL-STOCK-CODE              PIC X(3).
           05 TL-SHARES                  PIC 9(9).
           05 TL-PRICE                   PIC 999V99.
           05 TL-FEES                    PIC 9(3)V99.
           05 TL-PORTFOLIO               PIC X(4).

      * File description for the holdings file - the same layout
      * HOLDVAL declares.

       FD  HOLDINGS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HOLDINGS-RECORD.
           05 HLD-STOCK-CODE             PIC X(3).
           05 HLD-SHARES-HELD            PIC 9(9).
           05 HLD-AVG-COST               PIC 999V99.
           05 HLD-PORTFOLIO              PIC X(4).

      * File description for the realized gain/loss report.

           RECORD CONTAINS 90 CHARACTERS.
       01  REPORT-RECORD                      PIC X(90).

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for a ledger copy being merged in - the
      * trade ledger layout. A copy kept before portfolios existed
      * reads with a blank ID.

       FD  MERGE-LEDGER-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  ML-RECORD                          PIC X(35).

      * File description for the ledger work copy.

       FD  LEDGER-WORK-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  LW-RECORD                          PIC X(35).

      * File description for the pending trades file.

       FD  PENDING-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PENDTRD.

      * Working storage variables.

       WORKING-STORAGE SECTION.
          05 WS-HOLD-COST                    PIC 9(12)V99.
          05 WS-PREV-CODE                    PIC X(3).
          05 WS-HLD-SUB                      PIC 999.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-MERGE-STATUS                 PIC XX.
          05 WS-LEDGWRK-STATUS               PIC XX.
          05 WS-MERGE-EOF                    PIC XXX.
          05 WS-INPUT-PORTFOLIO              PIC X(4).
          05 WS-SELECT-ID                    PIC X(4).
          05 WS-CUR-ID                       PIC X(4).
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-PRINT-SECTION                PIC XXX.
          05 WS-REPORT-LOTS                  PIC XXX.
          05 WS-FIRST-PAGE                   PIC XXX VALUE "YES".
          05 WS-MERGE-PATH                   PIC X(60).
          05 WS-MERGE-COUNT                  PIC 9(5).
          05 WS-TRADE-COUNT                  PIC 9(5).
          05 WS-ALL-GAIN-TOTAL               PIC S9(11)V99 VALUE 0.
          05 WS-PENDING-STATUS               PIC XX.
          05 WS-PENDING-EOF                  PIC XXX.
          05 WS-INPUT-PEND-NO                PIC 9(6).
          05 WS-PEND-CHOICE                  PIC X.
          05 WS-PEND-SUB                     PIC 999.
          05 WS-PEND-FOUND                   PIC 999.
          05 WS-PEND-LISTED                  PIC 999.
          05 WS-TODAY                        PIC 9(8).
          05 WS-SHOW-SHARES                  PIC ZZZ,ZZZ,ZZ9.
          05 WS-SHOW-PRICE                   PIC ZZ9.99.

      * The pending trades file, held whole while one is posted.

       01 WS-PENDING-TABLE.
          05 WS-PND-COUNT                    PIC 999 VALUE 0.
          05 WS-PND-ENTRIES OCCURS 0 TO 999 TIMES
               DEPENDING ON WS-PND-COUNT.
             10 WS-PND-RECORD                PIC X(60).

      * Portfolio lookup table.

       COPY PORTTB.

      * The portfolios found on the ledger, in ID order - the
      * rebuild replays each one in turn. An ID not on the master
      * (or the blank ID of a trade keyed before portfolios) still
      * gets its own pass so none of its holdings are lost.

       01 WS-RUN-TABLE.
          05 WS-RUN-COUNT                    PIC 99 VALUE 0.
          05 WS-RUN-OVERFLOW                 PIC XXX VALUE "NO".
          05 WS-RUN-SUB                      PIC 99.
          05 WS-PASS-SUB                     PIC 99.
          05 WS-RUN-ENTRIES OCCURS 0 TO 30 TIMES
               DEPENDING ON WS-RUN-COUNT.
             10 WS-RUN-ID                    PIC X(4).
             10 WS-RUN-NAME                  PIC X(30).
             10 WS-RUN-OWNER                 PIC X(20).
             10 WS-RUN-TAX-STATUS            PIC X.
             10 WS-RUN-GAIN                  PIC S9(11)V99.

      * Open lots, in ledger (chronological) order - FIFO means the
      * first still-open lot for the stock sells first.
          05 RGH-YEAR                        PIC 9(4).
          05                                 PIC X(52) VALUE SPACES.

       01 RG-PORTFOLIO-LINE.
          05                                 PIC X(10)
                                    VALUE "PORTFOLIO ".
          05 RGP-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 RGP-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 RGP-OWNER                       PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05 RGP-TAX                         PIC X(12).
          05                                 PIC X(8)  VALUE SPACES.

       01 RG-HEADING2.
          05                                 PIC X(8)
                                    VALUE "SOLD ON".
          05 RGT-GAIN                        PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(46) VALUE SPACES.

       01 RG-DEFERRED-LINE.
          05                                 PIC X(60) VALUE
               "TAX-DEFERRED ACCOUNT - REALIZED GAIN/LOSS NOT REPORTED".
          05                                 PIC X(30) VALUE SPACES.

       01 RG-CONS-HEADING.
          05                                 PIC X(34)
                 VALUE "REALIZED GAIN/LOSS - TAX YEAR     ".
          05 RGCH-YEAR                       PIC 9(4).
          05                                 PIC X(52)
                 VALUE " - CONSOLIDATED, ALL PORTFOLIOS".

       01 RG-CONS-COLUMNS.
          05                                 PIC X(6)  VALUE "ID".
          05                                 PIC X(32) VALUE "NAME".
          05                                 PIC X(14)
                                    VALUE "TAX STATUS".
          05                                 PIC X(14)
                                    VALUE "     GAIN/LOSS".
          05                                 PIC X(24) VALUE SPACES.

       01 RG-CONS-DETAIL.
          05 RGC-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 RGC-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 RGC-TAX                         PIC X(12).
          05                                 PIC X(2)  VALUE SPACES.
          05 RGC-GAIN                        PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RGC-NOTE                        PIC X(14).
          05                                 PIC X(8)  VALUE SPACES.

       01 RG-CONS-TOTAL.
          05                                 PIC X(52)
                 VALUE "*** NET REALIZED - TAXABLE PORTFOLIOS ***".
          05 RGCT-GAIN                       PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(24) VALUE SPACES.

      * Files

       01 WS-FILES.
          VALUE "C:\COBOL\Holdings.txt".
          05 UT-SYS-GLRPT                    PIC X(60)
          VALUE "C:\COBOL\RealizedGL.txt".
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".
          05 UT-SYS-MERGE                    PIC X(60).
          05 UT-SYS-LEDGWRK                  PIC X(60)
          VALUE "C:\COBOL\TradeLedger.wrk".
          05 UT-SYS-PENDING                  PIC X(60)
          VALUE "C:\COBOL\PendingTrades.txt".

      * Start of procedure division

      ******************************************************************
       000-MAIN-MODULE.
           DISPLAY "TRADES - T=ENTER A TRADE "
               "R=REBUILD HOLDINGS AND REALIZED G/L "
               "M=MERGE A LEDGER INTO A PORTFOLIO "
               "E=POST AN EXECUTED PENDING TRADE"
           ACCEPT WS-RUN-MODE
           PERFORM 150-LOAD-PORTFOLIOS THRU 150-EXIT
           EVALUATE WS-RUN-MODE
               WHEN "T"
               WHEN "t"
               WHEN "R"
               WHEN "r"
                   PERFORM 400-REBUILD-RUN THRU 400-EXIT
               WHEN "M"
               WHEN "m"
                   PERFORM 800-MERGE-LEDGER THRU 800-EXIT
               WHEN "E"
               WHEN "e"
                   PERFORM 900-POST-PENDING THRU 900-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 150-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER INTO ITS
      * TABLE. NO MASTER LEAVES THE TABLE EMPTY - THE ENTRY AND
      * MERGE MODES THEN REFUSE EVERY ID.
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
      * 160-FIND-PORTFOLIO LOOKS WS-INPUT-PORTFOLIO UP ON THE MASTER,
      * SETTING WS-ENTRY-FOUND AND LEAVING PORT-X1 ON THE ENTRY.
      ******************************************************************
       160-FIND-PORTFOLIO.
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
       160-EXIT.

      ******************************************************************
      * 170-ACCEPT-PORTFOLIO PROMPTS FOR A PORTFOLIO ID THAT MUST BE
      * ON THE MASTER. ONE THAT IS NOT COMES BACK AS SPACES.
      ******************************************************************
       170-ACCEPT-PORTFOLIO.
           DISPLAY "ENTER PORTFOLIO ID"
           ACCEPT WS-INPUT-PORTFOLIO
           PERFORM 160-FIND-PORTFOLIO THRU 160-EXIT
           IF WS-ENTRY-FOUND = "NO" OR WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "PORTFOLIO NOT ON THE MASTER - ADD IT WITH "
                   "PORTMNT"
               MOVE SPACES TO WS-INPUT-PORTFOLIO
               GO TO 170-EXIT
           END-IF
           DISPLAY PORT-NAME (PORT-X1) " - " PORT-OWNER (PORT-X1).
       170-EXIT.

      ******************************************************************
      * 200-ENTER-TRADE APPENDS ONE BUY OR SELL TO THE LEDGER UNDER
      * THE PORTFOLIO IT WAS MADE IN.
      ******************************************************************
       200-ENTER-TRADE.
           PERFORM 170-ACCEPT-PORTFOLIO THRU 170-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "NOTHING RECORDED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER TRADE DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-DATE
           DISPLAY "ENTER STOCK CODE (3 CHARACTERS)"
           MOVE WS-INPUT-SHARES TO TL-SHARES
           MOVE WS-INPUT-PRICE TO TL-PRICE
           MOVE WS-INPUT-FEES TO TL-FEES
           MOVE WS-INPUT-PORTFOLIO TO TL-PORTFOLIO
           WRITE TL-RECORD
           CLOSE TRADE-LEDGER-FILE
           DISPLAY "TRADE RECORDED - RUN THE REBUILD TO REFRESH "
       200-EXIT.

      ******************************************************************
      * 300-SCAN-LEDGER READS THE WHOLE LEDGER ONCE TO BUILD THE RUN
      * TABLE OF PORTFOLIO IDS THE REBUILD WILL REPLAY.
      ******************************************************************
       300-SCAN-LEDGER.
           MOVE "NO" TO WS-TRADE-EOF
           PERFORM 310-SCAN-ONE-TRADE THRU 310-EXIT
               UNTIL WS-TRADE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE.
       300-EXIT.

       310-SCAN-ONE-TRADE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
               NOT AT END
                   MOVE TL-PORTFOLIO TO WS-INPUT-PORTFOLIO
                   PERFORM 320-ADD-RUN-ID THRU 320-EXIT
           END-READ.
       310-EXIT.

      ******************************************************************
      * 320-ADD-RUN-ID ADDS WS-INPUT-PORTFOLIO TO THE RUN TABLE IN ID
      * ORDER WHEN IT IS NOT THERE YET, CARRYING ITS NAME, OWNER,
      * AND TAX STATUS FROM THE MASTER. AN ID NOT ON THE MASTER IS
      * TREATED AS TAXABLE SO ITS GAINS ARE NEVER LEFT OFF.
      ******************************************************************
       320-ADD-RUN-ID.
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM 325-CHECK-RUN-ID THRU 325-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           IF WS-ENTRY-FOUND = "YES"
               GO TO 320-EXIT
           END-IF
           IF WS-RUN-COUNT >= 30
               MOVE "YES" TO WS-RUN-OVERFLOW
               GO TO 320-EXIT
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-RUN-COUNT TO WS-RUN-SUB
           PERFORM 330-MAKE-ROOM THRU 330-EXIT
               UNTIL WS-RUN-SUB <= 1
               OR WS-RUN-ID (WS-RUN-SUB - 1) <= WS-INPUT-PORTFOLIO
           MOVE WS-INPUT-PORTFOLIO TO WS-RUN-ID (WS-RUN-SUB)
           MOVE ZEROS TO WS-RUN-GAIN (WS-RUN-SUB)
           PERFORM 160-FIND-PORTFOLIO THRU 160-EXIT
           IF WS-ENTRY-FOUND = "YES"
               MOVE PORT-NAME (PORT-X1) TO WS-RUN-NAME (WS-RUN-SUB)
               MOVE PORT-OWNER (PORT-X1) TO WS-RUN-OWNER (WS-RUN-SUB)
               MOVE PORT-TAX-STATUS (PORT-X1)
                   TO WS-RUN-TAX-STATUS (WS-RUN-SUB)
           ELSE
               MOVE SPACES TO WS-RUN-OWNER (WS-RUN-SUB)
               MOVE "T" TO WS-RUN-TAX-STATUS (WS-RUN-SUB)
               IF WS-INPUT-PORTFOLIO = SPACES
                   MOVE "NO PORTFOLIO ID - MERGE TO TAG"
                       TO WS-RUN-NAME (WS-RUN-SUB)
               ELSE
                   MOVE "NOT ON THE PORTFOLIO MASTER"
                       TO WS-RUN-NAME (WS-RUN-SUB)
               END-IF
           END-IF.
       320-EXIT.

       325-CHECK-RUN-ID.
           IF WS-RUN-ID (WS-RUN-SUB) = WS-INPUT-PORTFOLIO
               MOVE "YES" TO WS-ENTRY-FOUND
           END-IF.
       325-EXIT.

       330-MAKE-ROOM.
           MOVE WS-RUN-ENTRIES (WS-RUN-SUB - 1)
               TO WS-RUN-ENTRIES (WS-RUN-SUB)
           SUBTRACT 1 FROM WS-RUN-SUB.
       330-EXIT.

      ******************************************************************
      * 400-REBUILD-RUN REPLAYS THE LEDGER WITH FIFO LOTS ONE
      * PORTFOLIO AT A TIME, WRITES THE REALIZED G/L REPORT FOR THE
      * KEYED TAX YEAR AND PORTFOLIO (BLANK = ALL, WITH THE
      * CONSOLIDATED PAGE), AND REWRITES THE HOLDINGS FILE FROM THE
      * OPEN LOTS. HOLDINGS ARE ALWAYS REBUILT FOR EVERY PORTFOLIO -
      * THE FILE IS WRITTEN WHOLE.
      ******************************************************************
       400-REBUILD-RUN.
           DISPLAY "ENTER TAX YEAR FOR THE REALIZED REPORT (YYYY)"
           ACCEPT WS-TAX-YEAR
           DISPLAY "ENTER PORTFOLIO ID FOR THE REPORT (BLANK = ALL)"
           ACCEPT WS-SELECT-ID
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               DISPLAY "NO TRADE LEDGER ON FILE - STATUS "
                   WS-TRADES-STATUS
               GO TO 400-EXIT
           END-IF
           PERFORM 300-SCAN-LEDGER THRU 300-EXIT

      * Every portfolio's lots must be replayed for the holdings file
      * to be rewritten whole, so more IDs than the table holds stops
      * the rebuild with the old holdings left standing.

           IF WS-RUN-OVERFLOW = "YES"
               DISPLAY "MORE THAN 30 PORTFOLIO IDS ON THE LEDGER - "
                   "NOTHING REBUILT"
               MOVE 1 TO RETURN-CODE
               GO TO 400-EXIT
           END-IF
           IF WS-SELECT-ID NOT = SPACES
               MOVE "NO" TO WS-ENTRY-FOUND
               MOVE WS-SELECT-ID TO WS-INPUT-PORTFOLIO
               PERFORM 325-CHECK-RUN-ID THRU 325-EXIT
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-ENTRY-FOUND = "NO"
                   DISPLAY "NO TRADES ON THE LEDGER FOR PORTFOLIO "
                       WS-SELECT-ID " - NOTHING REBUILT"
                   GO TO 400-EXIT
               END-IF
           END-IF
           OPEN OUTPUT REALIZED-REPORT-FILE
           OPEN OUTPUT HOLDINGS-FILE
           PERFORM 405-REBUILD-PORTFOLIO THRU 405-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-RUN-COUNT
           IF WS-SELECT-ID = SPACES
               PERFORM 700-WRITE-CONSOLIDATED THRU 700-EXIT
           END-IF
           CLOSE HOLDINGS-FILE
           CLOSE REALIZED-REPORT-FILE
           DISPLAY "HOLDINGS FILE REWRITTEN FROM OPEN LOTS"
           DISPLAY "REBUILD DONE - UNMATCHED SELLS: "
               WS-UNMATCHED-COUNT.
       400-EXIT.

      ******************************************************************
      * 405-REBUILD-PORTFOLIO REPLAYS ONE PORTFOLIO'S TRADES FROM A
      * CLEAN LOT TABLE. ITS REPORT SECTION PRINTS WHEN IT IS THE
      * PORTFOLIO ASKED FOR (OR ALL WERE); A TAX-DEFERRED SECTION
      * CARRIES ONLY THE NOTE THAT NOTHING IS REPORTED.
      ******************************************************************
       405-REBUILD-PORTFOLIO.
           MOVE WS-RUN-ID (WS-PASS-SUB) TO WS-CUR-ID
           MOVE ZEROS TO WS-LOT-COUNT WS-YEAR-GAIN-TOTAL
           MOVE "NO" TO WS-PRINT-SECTION WS-REPORT-LOTS
           IF WS-SELECT-ID = SPACES OR WS-SELECT-ID = WS-CUR-ID
               MOVE "YES" TO WS-PRINT-SECTION
               IF WS-RUN-TAX-STATUS (WS-PASS-SUB) NOT = "D"
                   MOVE "YES" TO WS-REPORT-LOTS
               END-IF
           END-IF
           IF WS-PRINT-SECTION = "YES"
               PERFORM 450-WRITE-SECTION-HEADING THRU 450-EXIT
           END-IF
           OPEN INPUT TRADE-LEDGER-FILE
           MOVE "NO" TO WS-TRADE-EOF
           PERFORM 410-READ-TRADE THRU 410-EXIT
               UNTIL WS-TRADE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE
           IF WS-REPORT-LOTS = "YES"
               MOVE WS-YEAR-GAIN-TOTAL TO RGT-GAIN
               WRITE REPORT-RECORD FROM RG-TRAILER
                AFTER ADVANCING 2 LINES
               MOVE WS-YEAR-GAIN-TOTAL TO WS-RUN-GAIN (WS-PASS-SUB)
               ADD WS-YEAR-GAIN-TOTAL TO WS-ALL-GAIN-TOTAL
           END-IF
           PERFORM 600-REWRITE-HOLDINGS THRU 600-EXIT.
       405-EXIT.

       410-READ-TRADE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
               NOT AT END
                   IF TL-PORTFOLIO = WS-CUR-ID
                       IF TL-ACTION = "B"
                           PERFORM 420-APPLY-BUY THRU 420-EXIT
                       ELSE
                           PERFORM 430-APPLY-SELL THRU 430-EXIT
                       END-IF
                   END-IF
           END-READ.
       410-EXIT.
       420-APPLY-BUY.
           IF WS-LOT-COUNT >= 500
               DISPLAY "LOT TABLE FULL - BUY SKIPPED: " TL-STOCK-CODE
                   " PORTFOLIO " WS-CUR-ID
               GO TO 420-EXIT
           END-IF
           ADD 1 TO WS-LOT-COUNT
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "SELL EXCEEDS LEDGER LOTS: " TL-STOCK-CODE
                   " " WS-SELL-REMAINING " SHARES UNMATCHED"
                   " PORTFOLIO " WS-CUR-ID
           END-IF.
       430-EXIT.

               WS-MATCH-SHARES * WS-NET-SELL-PRICE
           COMPUTE WS-LOT-GAIN = WS-LOT-PROCEEDS - WS-LOT-COST
           IF WS-TRADE-YEAR = WS-TAX-YEAR
               AND WS-REPORT-LOTS = "YES"
               MOVE TL-DATE TO RGD-SELL-DATE
               MOVE TL-STOCK-CODE TO RGD-CODE
               MOVE WS-MATCH-SHARES TO RGD-SHARES
       440-EXIT.

      ******************************************************************
      * 450-WRITE-SECTION-HEADING STARTS A PORTFOLIO'S SECTION ON A
      * NEW PAGE: THE TAX-YEAR HEADING, THE PORTFOLIO'S NAME, OWNER,
      * AND TAX STATUS, THEN THE COLUMN HEADINGS - OR, FOR A TAX-
      * DEFERRED PORTFOLIO, THE NOTE THAT NOTHING IS REPORTED.
      ******************************************************************
       450-WRITE-SECTION-HEADING.
           MOVE WS-TAX-YEAR TO RGH-YEAR
           IF WS-FIRST-PAGE = "YES"
               WRITE REPORT-RECORD FROM RG-HEADING1
               MOVE "NO" TO WS-FIRST-PAGE
           ELSE
               WRITE REPORT-RECORD FROM RG-HEADING1
                AFTER ADVANCING PAGE
           END-IF
           MOVE WS-CUR-ID TO RGP-ID
           MOVE WS-RUN-NAME (WS-PASS-SUB) TO RGP-NAME
           MOVE WS-RUN-OWNER (WS-PASS-SUB) TO RGP-OWNER
           IF WS-RUN-TAX-STATUS (WS-PASS-SUB) = "D"
               MOVE "TAX-DEFERRED" TO RGP-TAX
           ELSE
               MOVE "TAXABLE" TO RGP-TAX
           END-IF
           WRITE REPORT-RECORD FROM RG-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           IF WS-REPORT-LOTS = "NO"
               WRITE REPORT-RECORD FROM RG-DEFERRED-LINE
                AFTER ADVANCING 2 LINES
               GO TO 450-EXIT
           END-IF
           WRITE REPORT-RECORD FROM RG-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       450-EXIT.

      ******************************************************************
      * 600-REWRITE-HOLDINGS COLLAPSES THE PORTFOLIO'S OPEN LOTS INTO
      * ONE HOLDINGS RECORD PER STOCK - TOTAL SHARES AND WEIGHTED
      * AVERAGE COST - ON THE FILE HOLDVAL PRICES.
      ******************************************************************
       600-REWRITE-HOLDINGS.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-COUNT
               IF WS-LOT-SHARES (WS-LOT-SUB) > ZEROS
                   PERFORM 610-WRITE-ONE-HOLDING THRU 610-EXIT
               END-IF
           END-PERFORM.
       600-EXIT.

      ******************************************************************
      * 610-WRITE-ONE-HOLDING TOTALS EVERY OPEN LOT FOR THIS LOT'S
      * STOCK (AND ZEROES THEM SO THE STOCK WRITES ONLY ONCE), THEN
      * WRITES THE COLLAPSED RECORD UNDER THE PORTFOLIO'S ID.
      ******************************************************************
       610-WRITE-ONE-HOLDING.
           MOVE WS-LOT-CODE (WS-LOT-SUB) TO WS-PREV-CODE
           ELSE
               MOVE ZEROS TO HLD-AVG-COST
           END-IF
           MOVE WS-CUR-ID TO HLD-PORTFOLIO
           WRITE HOLDINGS-RECORD.
       610-EXIT.

      ******************************************************************
      * 700-WRITE-CONSOLIDATED PRINTS THE ALL-PORTFOLIOS PAGE: EACH
      * PORTFOLIO'S NET REALIZED GAIN/LOSS FOR THE TAX YEAR, THEN
      * THE NET ACROSS THE TAXABLE ONES. A TAX-DEFERRED PORTFOLIO
      * IS LISTED BUT CARRIES NO FIGURE.
      ******************************************************************
       700-WRITE-CONSOLIDATED.
           MOVE WS-TAX-YEAR TO RGCH-YEAR
           IF WS-FIRST-PAGE = "YES"
               WRITE REPORT-RECORD FROM RG-CONS-HEADING
               MOVE "NO" TO WS-FIRST-PAGE
           ELSE
               WRITE REPORT-RECORD FROM RG-CONS-HEADING
                AFTER ADVANCING PAGE
           END-IF
           WRITE REPORT-RECORD FROM RG-CONS-COLUMNS
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 710-WRITE-CONS-LINE THRU 710-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           MOVE WS-ALL-GAIN-TOTAL TO RGCT-GAIN
           WRITE REPORT-RECORD FROM RG-CONS-TOTAL
            AFTER ADVANCING 2 LINES.
       700-EXIT.

       710-WRITE-CONS-LINE.
           MOVE WS-RUN-ID (WS-RUN-SUB) TO RGC-ID
           MOVE WS-RUN-NAME (WS-RUN-SUB) TO RGC-NAME
           MOVE SPACES TO RGC-NOTE
           IF WS-RUN-TAX-STATUS (WS-RUN-SUB) = "D"
               MOVE "TAX-DEFERRED" TO RGC-TAX
               MOVE ZEROS TO RGC-GAIN
               MOVE "NOT REPORTED" TO RGC-NOTE
           ELSE
               MOVE "TAXABLE" TO RGC-TAX
               MOVE WS-RUN-GAIN (WS-RUN-SUB) TO RGC-GAIN
           END-IF
           WRITE REPORT-RECORD FROM RG-CONS-DETAIL
            AFTER ADVANCING 1 LINE.
       710-EXIT.

      ******************************************************************
      * 800-MERGE-LEDGER BRINGS TRADES UNDER A PORTFOLIO ID. KEYED
      * WITH THE PATH OF A LEDGER KEPT IN ANOTHER DIRECTORY, IT
      * APPENDS THAT LEDGER'S TRADES HERE, TAGGING EVERY UNTAGGED
      * ONE WITH THE ID; KEYED WITH NO PATH, IT TAGS THE TRADES ON
      * THIS LEDGER THAT WERE KEYED BEFORE PORTFOLIOS EXISTED.
      ******************************************************************
       800-MERGE-LEDGER.
           PERFORM 170-ACCEPT-PORTFOLIO THRU 170-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "NOTHING MERGED"
               GO TO 800-EXIT
           END-IF
           DISPLAY "ENTER PATH OF THE LEDGER TO MERGE IN "
               "(BLANK = TAG THIS LEDGER'S UNTAGGED TRADES)"
           ACCEPT WS-MERGE-PATH
           MOVE ZEROS TO WS-MERGE-COUNT
           IF WS-MERGE-PATH = SPACES
               PERFORM 850-TAG-UNTAGGED THRU 850-EXIT
               GO TO 800-EXIT
           END-IF
           IF WS-MERGE-PATH = UT-SYS-TRADES
               DISPLAY "THAT IS THIS LEDGER - NOTHING MERGED"
               GO TO 800-EXIT
           END-IF

      * A second merge of the same copy would double every position,
      * so a portfolio that already has trades here is refused.

           PERFORM 820-COUNT-TRADES THRU 820-EXIT
           IF WS-TRADE-COUNT > ZEROS
               DISPLAY "PORTFOLIO " WS-INPUT-PORTFOLIO " ALREADY HAS "
                   WS-TRADE-COUNT " TRADES HERE - NOTHING MERGED"
               GO TO 800-EXIT
           END-IF
           MOVE WS-MERGE-PATH TO UT-SYS-MERGE
           OPEN INPUT MERGE-LEDGER-FILE
           IF WS-MERGE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " WS-MERGE-PATH " - STATUS "
                   WS-MERGE-STATUS
               GO TO 800-EXIT
           END-IF
           OPEN EXTEND TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               OPEN OUTPUT TRADE-LEDGER-FILE
           END-IF
           MOVE "NO" TO WS-MERGE-EOF
           PERFORM 810-MERGE-ONE THRU 810-EXIT
               UNTIL WS-MERGE-EOF = "YES"
           CLOSE MERGE-LEDGER-FILE
           CLOSE TRADE-LEDGER-FILE
           DISPLAY WS-MERGE-COUNT " TRADES MERGED INTO PORTFOLIO "
               WS-INPUT-PORTFOLIO " - RUN THE REBUILD TO REFRESH "
               "HOLDINGS".
       800-EXIT.

       810-MERGE-ONE.
           READ MERGE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-MERGE-EOF
               NOT AT END
                   MOVE ML-RECORD TO TL-RECORD
                   IF TL-PORTFOLIO = SPACES
                       MOVE WS-INPUT-PORTFOLIO TO TL-PORTFOLIO
                   END-IF
                   WRITE TL-RECORD
                   ADD 1 TO WS-MERGE-COUNT
           END-READ.
       810-EXIT.

      ******************************************************************
      * 820-COUNT-TRADES COUNTS THIS LEDGER'S TRADES ALREADY CARRYING
      * THE KEYED PORTFOLIO ID.
      ******************************************************************
       820-COUNT-TRADES.
           MOVE ZEROS TO WS-TRADE-COUNT
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               GO TO 820-EXIT
           END-IF
           MOVE "NO" TO WS-TRADE-EOF
           PERFORM 825-COUNT-ONE THRU 825-EXIT
               UNTIL WS-TRADE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE.
       820-EXIT.

       825-COUNT-ONE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
               NOT AT END
                   IF TL-PORTFOLIO = WS-INPUT-PORTFOLIO
                       ADD 1 TO WS-TRADE-COUNT
                   END-IF
           END-READ.
       825-EXIT.

      ******************************************************************
      * 850-TAG-UNTAGGED COPIES THE LEDGER TO THE WORK FILE WITH EVERY
      * BLANK PORTFOLIO ID SET TO THE KEYED ONE, THEN COPIES IT BACK.
      * THE LEDGER IS LEFT ALONE WHEN NOTHING NEEDED TAGGING.
      ******************************************************************
       850-TAG-UNTAGGED.
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               DISPLAY "NO TRADE LEDGER ON FILE - STATUS "
                   WS-TRADES-STATUS
               GO TO 850-EXIT
           END-IF
           OPEN OUTPUT LEDGER-WORK-FILE
           MOVE "NO" TO WS-TRADE-EOF
           PERFORM 860-TAG-ONE THRU 860-EXIT
               UNTIL WS-TRADE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE
           CLOSE LEDGER-WORK-FILE
           IF WS-MERGE-COUNT = ZEROS
               DISPLAY "NO UNTAGGED TRADES ON THE LEDGER"
               GO TO 850-EXIT
           END-IF
           OPEN INPUT LEDGER-WORK-FILE
           OPEN OUTPUT TRADE-LEDGER-FILE
           MOVE "NO" TO WS-MERGE-EOF
           PERFORM 870-COPY-BACK THRU 870-EXIT
               UNTIL WS-MERGE-EOF = "YES"
           CLOSE LEDGER-WORK-FILE
           CLOSE TRADE-LEDGER-FILE
           DISPLAY WS-MERGE-COUNT " TRADES TAGGED TO PORTFOLIO "
               WS-INPUT-PORTFOLIO " - RUN THE REBUILD TO REFRESH "
               "HOLDINGS".
       850-EXIT.

       860-TAG-ONE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
               NOT AT END
                   IF TL-PORTFOLIO = SPACES
                       MOVE WS-INPUT-PORTFOLIO TO TL-PORTFOLIO
                       ADD 1 TO WS-MERGE-COUNT
                   END-IF
                   WRITE LW-RECORD FROM TL-RECORD
           END-READ.
       860-EXIT.

       870-COPY-BACK.
           READ LEDGER-WORK-FILE
               AT END
                   MOVE "YES" TO WS-MERGE-EOF
               NOT AT END
                   WRITE TL-RECORD FROM LW-RECORD
           END-READ.
       870-EXIT.

      ******************************************************************
      * 900-POST-PENDING LISTS A PORTFOLIO'S PENDING TRADES, TAKES
      * THE ONE KEYED, AND EITHER POSTS IT TO THE LEDGER AT THE
      * EXECUTED DATE, SHARES, PRICE, AND FEES OR CANCELS IT. THE
      * PENDING TRADES FILE IS REWRITTEN WITH ITS NEW STATUS.
      ******************************************************************
       900-POST-PENDING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 170-ACCEPT-PORTFOLIO THRU 170-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "NOTHING POSTED"
               GO TO 900-EXIT
           END-IF
           PERFORM 910-LOAD-PENDING THRU 910-EXIT
           MOVE ZEROS TO WS-PEND-LISTED
           PERFORM 920-LIST-PENDING THRU 920-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PND-COUNT
           IF WS-PEND-LISTED = ZEROS
               DISPLAY "NO PENDING TRADES FOR PORTFOLIO "
                   WS-INPUT-PORTFOLIO
               GO TO 900-EXIT
           END-IF
           DISPLAY "ENTER PENDING TRADE NUMBER"
           ACCEPT WS-INPUT-PEND-NO
           MOVE ZEROS TO WS-PEND-FOUND
           PERFORM 930-FIND-PENDING THRU 930-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PND-COUNT
               OR WS-PEND-FOUND > ZEROS
           IF WS-PEND-FOUND = ZEROS
               DISPLAY "NOT A PENDING TRADE OF THIS PORTFOLIO - "
                   "NOTHING POSTED"
               GO TO 900-EXIT
           END-IF
           MOVE WS-PND-RECORD (WS-PEND-FOUND) TO PENDING-TRADE-REC
           DISPLAY "E=EXECUTED - POST IT  C=CANCELLED - NEVER PLACED"
           ACCEPT WS-PEND-CHOICE
           EVALUATE WS-PEND-CHOICE
               WHEN "E"
               WHEN "e"
                   PERFORM 940-POST-EXECUTED THRU 940-EXIT
               WHEN "C"
               WHEN "c"
                   SET PT-CANCELLED TO TRUE
                   MOVE WS-TODAY TO PT-DONE-DATE
                   DISPLAY "PENDING TRADE " PT-PEND-NO " CANCELLED"
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - NOTHING POSTED"
                   GO TO 900-EXIT
           END-EVALUATE
           IF PT-PENDING
               GO TO 900-EXIT
           END-IF
           MOVE PENDING-TRADE-REC TO WS-PND-RECORD (WS-PEND-FOUND)
           PERFORM 950-REWRITE-PENDING THRU 950-EXIT.
       900-EXIT.

       910-LOAD-PENDING.
           MOVE ZEROS TO WS-PND-COUNT
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               GO TO 910-EXIT
           END-IF
           MOVE "NO" TO WS-PENDING-EOF
           PERFORM 915-READ-PENDING THRU 915-EXIT
               UNTIL WS-PENDING-EOF = "YES"
           CLOSE PENDING-FILE.
       910-EXIT.

       915-READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "YES" TO WS-PENDING-EOF
               NOT AT END
                   IF WS-PND-COUNT < 999
                       ADD 1 TO WS-PND-COUNT
                       MOVE PENDING-TRADE-REC
                           TO WS-PND-RECORD (WS-PND-COUNT)
                   ELSE
                       DISPLAY "MORE THAN 999 PENDING TRADES - "
                           "ARCHIVE THE FILE"
                       MOVE "YES" TO WS-PENDING-EOF
                   END-IF
           END-READ.
       915-EXIT.

       920-LIST-PENDING.
           MOVE WS-PND-RECORD (WS-PEND-SUB) TO PENDING-TRADE-REC
           IF PT-PORTFOLIO NOT = WS-INPUT-PORTFOLIO OR NOT PT-PENDING
               GO TO 920-EXIT
           END-IF
           ADD 1 TO WS-PEND-LISTED
           MOVE PT-SHARES TO WS-SHOW-SHARES
           MOVE PT-EST-PRICE TO WS-SHOW-PRICE
           IF PT-BUY
               DISPLAY PT-PEND-NO "  BUY  " PT-STOCK-CODE " "
                   WS-SHOW-SHARES " @ " WS-SHOW-PRICE
                   "  PROPOSED " PT-PROPOSED-DATE
           ELSE
               DISPLAY PT-PEND-NO "  SELL " PT-STOCK-CODE " "
                   WS-SHOW-SHARES " @ " WS-SHOW-PRICE
                   "  PROPOSED " PT-PROPOSED-DATE
           END-IF.
       920-EXIT.

       930-FIND-PENDING.
           MOVE WS-PND-RECORD (WS-PEND-SUB) TO PENDING-TRADE-REC
           IF PT-PEND-NO = WS-INPUT-PEND-NO
               AND PT-PORTFOLIO = WS-INPUT-PORTFOLIO
               AND PT-PENDING
               MOVE WS-PEND-SUB TO WS-PEND-FOUND
           END-IF.
       930-EXIT.

      ******************************************************************
      * 940-POST-EXECUTED TAKES THE FILL - DATE, SHARES (ZERO = AS
      * PROPOSED), PRICE, AND FEES - APPENDS IT TO THE LEDGER THE WAY
      * 200-ENTER-TRADE DOES, AND MARKS THE PENDING TRADE EXECUTED.
      * A BAD ENTRY LEAVES IT PENDING.
      ******************************************************************
       940-POST-EXECUTED.
           DISPLAY "ENTER TRADE DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = ZEROS
               DISPLAY "NO TRADE DATE - LEFT PENDING"
               GO TO 940-EXIT
           END-IF
           MOVE PT-SHARES TO WS-SHOW-SHARES
           DISPLAY "ENTER SHARES FILLED (0 =" WS-SHOW-SHARES ")"
           ACCEPT WS-INPUT-SHARES
           IF WS-INPUT-SHARES = ZEROS
               MOVE PT-SHARES TO WS-INPUT-SHARES
           END-IF
           DISPLAY "ENTER PRICE PER SHARE (999.99)"
           ACCEPT WS-INPUT-PRICE
           IF WS-INPUT-PRICE = ZEROS
               DISPLAY "NO PRICE - LEFT PENDING"
               GO TO 940-EXIT
           END-IF
           DISPLAY "ENTER FEES (999.99)"
           ACCEPT WS-INPUT-FEES
           OPEN EXTEND TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               OPEN OUTPUT TRADE-LEDGER-FILE
           END-IF
           MOVE WS-INPUT-DATE TO TL-DATE
           MOVE PT-STOCK-CODE TO TL-STOCK-CODE
           MOVE PT-ACTION TO TL-ACTION
           MOVE WS-INPUT-SHARES TO TL-SHARES
           MOVE WS-INPUT-PRICE TO TL-PRICE
           MOVE WS-INPUT-FEES TO TL-FEES
           MOVE PT-PORTFOLIO TO TL-PORTFOLIO
           WRITE TL-RECORD
           CLOSE TRADE-LEDGER-FILE
           SET PT-EXECUTED TO TRUE
           MOVE WS-INPUT-DATE TO PT-DONE-DATE
           DISPLAY "PENDING TRADE " PT-PEND-NO " POSTED - RUN THE "
               "REBUILD TO REFRESH HOLDINGS".
       940-EXIT.

       950-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE
           PERFORM 955-WRITE-PENDING THRU 955-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PND-COUNT
           CLOSE PENDING-FILE.
       950-EXIT.

       955-WRITE-PENDING.
           MOVE WS-PND-RECORD (WS-PEND-SUB) TO PENDING-TRADE-REC
           WRITE PENDING-TRADE-REC.
       955-EXIT.
