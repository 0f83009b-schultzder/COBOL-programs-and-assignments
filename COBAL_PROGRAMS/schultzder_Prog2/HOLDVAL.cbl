      *  1  -  3  stock code (alphanumeric)
      *  4  - 12  shares held (numeric)
      * 13  - 17  average cost basis per share (numeric, 2 decimals)
      * 18  - 21  portfolio ID (see copybooks/PORTFOL.cpy)
      *
      * The holdings file carries every portfolio TRADEENT keeps -
      * the firm's account, the owner's retirement account, the
      * profit-sharing plan. The run values one portfolio or all of
      * them: each portfolio prints on its own page under its name,
      * owner, and tax status, with weights and totals within that
      * portfolio, and an all-portfolios run ends with a
      * consolidated page - one line per portfolio, its weight of
      * the whole, and the grand totals.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO UT-SYS-VALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the holdings exception listing.

       SELECT HOLDINGS-EXCEPTION-FILE
      * File description for the holdings file.

       FD  HOLDINGS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HOLDINGS-RECORD.
           05 HLD-STOCK-CODE                  PIC X(3).
           05 HLD-SHARES-HELD                 PIC 9(9).
           05 HLD-AVG-COST                    PIC 999V99.
           05 HLD-PORTFOLIO                   PIC X(4).

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for PROGRAM2's output record - must stay in
      * step with the OUTPUT-RECORD layout in Program2.cbl.
      * File description for the exception listing.

       FD  HOLDINGS-EXCEPTION-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  EXCEPTION-RECORD.
           05 EXC-STOCK-CODE                  PIC X(3).
           05                                 PIC X     VALUE SPACES.
           05 EXC-SHARES-HELD                 PIC 9(9).
           05                                 PIC X     VALUE SPACES.
           05 EXC-PORTFOLIO                   PIC X(4).
           05                                 PIC X     VALUE SPACES.
           05 EXC-REASON                      PIC X(36).

      * Working storage variables.
          05 WS-SUB                          PIC 999.
          05 WS-EXC-COUNT                    PIC 999 VALUE 0.
          05 WS-WEIGHT                       PIC 9(3)V99.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-SELECT-ID                    PIC X(4).
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-PF-SUB                       PIC 99.
          05 WS-FIRST-PAGE                   PIC XXX VALUE "YES".

      * Portfolio lookup table.

       COPY PORTTB.

      * The portfolios being valued, in ID order, with each one's
      * totals. An ID not on the master still prints, under a name
      * that says so.

       01 WS-PF-TABLE.
          05 WS-PF-COUNT                     PIC 99 VALUE 0.
          05 WS-PF-ENTRIES OCCURS 0 TO 30 TIMES
               DEPENDING ON WS-PF-COUNT.
             10 WS-PF-ID                     PIC X(4).
             10 WS-PF-NAME                   PIC X(30).
             10 WS-PF-OWNER                  PIC X(20).
             10 WS-PF-TAX-STATUS             PIC X.
             10 WS-PF-POSITIONS              PIC 999.
             10 WS-PF-MARKET-VALUE           PIC 9(12)V99.
             10 WS-PF-COST-BASIS             PIC 9(12)V99.
             10 WS-PF-GAIN-LOSS              PIC S9(12)V99.
             10 WS-PF-DIVIDENDS              PIC 9(10)V99.

      * Portfolio totals.

          05 WS-PO-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-PO-COUNT
               INDEXED BY PO-IDX.
             10 WS-PO-PORTFOLIO              PIC X(4).
             10 WS-PO-CODE                   PIC X(3).
             10 WS-PO-NAME                   PIC X(17).
             10 WS-PO-SHARES                 PIC 9(9).
          05 HVH-DATE                        PIC 9(8).
          05                                 PIC X(72) VALUE SPACES.

       01 HV-PORTFOLIO-LINE.
          05                                 PIC X(10)
                                             VALUE "PORTFOLIO ".
          05 HVP-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 HVP-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 HVP-OWNER                       PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05 HVP-TAX                         PIC X(12).
          05                                 PIC X(28) VALUE SPACES.

       01 HV-HEADING2.
          05                                 PIC X(5)  VALUE "STOCK".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(5)  VALUE SPACES.

       01 HV-TOTAL-LINE.
          05 HVT-LABEL                       PIC X(33).
          05 HVT-MARKET-VALUE                PIC $$,$$$,$$$,$$9.99.
          05 HVT-GAIN-LOSS                   PIC -$$,$$$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 HVT-DIVIDENDS                   PIC $$$,$$$,$$9.99.
          05                                 PIC X(26) VALUE SPACES.

       01 HV-CONS-HEADING.
          05                                 PIC X(44)
             VALUE "PORTFOLIO HOLDINGS VALUATION - CONSOLIDATED ".
          05 HVCH-DATE                       PIC 9(8).
          05                                 PIC X(58) VALUE SPACES.

       01 HV-CONS-COLUMNS.
          05                                 PIC X(6)  VALUE "ID".
          05                                 PIC X(30) VALUE "NAME".
          05                                 PIC X(9)
                                             VALUE "POSITIONS".
          05                                 PIC X(17)
                                             VALUE "     MARKET VALUE".
          05                                 PIC X(17)
                                             VALUE "        GAIN/LOSS".
          05                                 PIC X(15)
                                             VALUE "      DIVIDENDS".
          05                                 PIC X(8)
                                             VALUE "  WEIGHT".
          05                                 PIC X(8)  VALUE SPACES.

       01 HV-CONS-DETAIL.
          05 HVC-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 HVC-NAME                        PIC X(30).
          05                                 PIC X(3)  VALUE SPACES.
          05 HVC-POSITIONS                   PIC ZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 HVC-MARKET-VALUE                PIC $$,$$$,$$$,$$9.99.
          05 HVC-GAIN-LOSS                   PIC -$$,$$$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 HVC-DIVIDENDS                   PIC $$$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 HVC-WEIGHT                      PIC ZZ9.99.
          05                                 PIC X(1)  VALUE "%".
          05                                 PIC X(5)  VALUE SPACES.

      * Files

       01 WS-FILES.
          VALUE "C:\COBOL\HoldingsValue.txt".
          05 UT-SYS-HOLDEXC                  PIC X(60)
          VALUE "C:\COBOL\HoldingsExceptions.txt".
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".

      * Start of procedure division

      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           DISPLAY "ENTER PORTFOLIO ID TO VALUE (BLANK = ALL)"
           ACCEPT WS-SELECT-ID
           PERFORM 050-LOAD-PORTFOLIOS THRU 050-EXIT
           PERFORM 100-LOAD-STOCK-OUTPUT THRU 100-EXIT
           PERFORM 200-VALUE-HOLDINGS THRU 200-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER INTO ITS
      * TABLE FOR THE SECTION HEADINGS.
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
      * 100-LOAD-STOCK-OUTPUT READS PROGRAM2'S OUTPUT FILE INTO THE
      * PRICED-STOCK TABLE.
       110-EXIT.

      ******************************************************************
      * 200-VALUE-HOLDINGS READS EACH HOLDING IN THE PORTFOLIO ASKED
      * FOR (OR ALL OF THEM), MATCHES IT TO A PRICED STOCK, AND
      * BUILDS THE POSITION TABLE AND THE PORTFOLIO AND OVERALL
      * TOTALS. AN UNMATCHED HOLDING GOES TO THE EXCEPTION LISTING.
      ******************************************************************
       200-VALUE-HOLDINGS.
           OPEN OUTPUT HOLDINGS-EXCEPTION-FILE
               AT END
                   MOVE "YES" TO WS-HOLD-EOF
               NOT AT END
                   IF WS-SELECT-ID = SPACES
                       OR WS-SELECT-ID = HLD-PORTFOLIO
                       PERFORM 220-MATCH-HOLDING THRU 220-EXIT
                   END-IF
           END-READ.
       210-EXIT.

               MOVE SPACES TO EXCEPTION-RECORD
               MOVE HLD-STOCK-CODE TO EXC-STOCK-CODE
               MOVE HLD-SHARES-HELD TO EXC-SHARES-HELD
               MOVE HLD-PORTFOLIO TO EXC-PORTFOLIO
               MOVE "NO MATCHING STOCK RECORD" TO EXC-REASON
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-EXC-COUNT
                   " SKIPPED"
               GO TO 220-EXIT
           END-IF
           PERFORM 250-FIND-PORTFOLIO THRU 250-EXIT
           IF WS-PF-SUB = ZEROS
               DISPLAY "MORE THAN 30 PORTFOLIOS - " HLD-PORTFOLIO
                   " " HLD-STOCK-CODE " SKIPPED"
               GO TO 220-EXIT
           END-IF

      * The position goes in behind the last one already held for
      * its portfolio, so the table stays in portfolio order with
      * each portfolio's positions in file order.

           ADD 1 TO WS-PO-COUNT
           SET PO-IDX TO WS-PO-COUNT
           PERFORM 230-MAKE-ROOM THRU 230-EXIT
               UNTIL PO-IDX <= 1
               OR WS-PO-PORTFOLIO (PO-IDX - 1) <= HLD-PORTFOLIO
           MOVE HLD-PORTFOLIO TO WS-PO-PORTFOLIO (PO-IDX)
           MOVE HLD-STOCK-CODE TO WS-PO-CODE (PO-IDX)
           MOVE WS-ST-NAME (ST-IDX) TO WS-PO-NAME (PO-IDX)
           MOVE HLD-SHARES-HELD TO WS-PO-SHARES (PO-IDX)
           COMPUTE WS-TOTAL-COST-BASIS = WS-TOTAL-COST-BASIS
               + (HLD-SHARES-HELD * HLD-AVG-COST)
           ADD WS-PO-GAIN-LOSS (PO-IDX) TO WS-TOTAL-GAIN-LOSS
           ADD WS-PO-DIVIDENDS (PO-IDX) TO WS-TOTAL-DIVIDENDS
           ADD 1 TO WS-PF-POSITIONS (WS-PF-SUB)
           ADD WS-PO-MARKET-VALUE (PO-IDX)
               TO WS-PF-MARKET-VALUE (WS-PF-SUB)
           COMPUTE WS-PF-COST-BASIS (WS-PF-SUB) =
               WS-PF-COST-BASIS (WS-PF-SUB)
               + (HLD-SHARES-HELD * HLD-AVG-COST)
           ADD WS-PO-GAIN-LOSS (PO-IDX) TO WS-PF-GAIN-LOSS (WS-PF-SUB)
           ADD WS-PO-DIVIDENDS (PO-IDX)
               TO WS-PF-DIVIDENDS (WS-PF-SUB).
       220-EXIT.

       230-MAKE-ROOM.
           MOVE WS-PO-ENTRY (PO-IDX - 1) TO WS-PO-ENTRY (PO-IDX)
           SET PO-IDX DOWN BY 1.
       230-EXIT.

      ******************************************************************
      * 250-FIND-PORTFOLIO POINTS WS-PF-SUB AT THE HOLDING'S
      * PORTFOLIO IN THE TOTALS TABLE, ADDING IT IN ID ORDER WITH ITS
      * MASTER DETAILS THE FIRST TIME IT IS SEEN. ZERO COMES BACK
      * WHEN THE TABLE IS FULL.
      ******************************************************************
       250-FIND-PORTFOLIO.
           MOVE ZEROS TO WS-PF-SUB
           PERFORM 255-CHECK-PORTFOLIO THRU 255-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PF-COUNT
           IF WS-PF-SUB NOT = ZEROS
               GO TO 250-EXIT
           END-IF
           IF WS-PF-COUNT >= 30
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-PF-COUNT
           MOVE WS-PF-COUNT TO WS-PF-SUB
           PERFORM 260-MAKE-ROOM THRU 260-EXIT
               UNTIL WS-PF-SUB <= 1
               OR WS-PF-ID (WS-PF-SUB - 1) <= HLD-PORTFOLIO
           MOVE HLD-PORTFOLIO TO WS-PF-ID (WS-PF-SUB)
           MOVE ZEROS TO WS-PF-POSITIONS (WS-PF-SUB)
               WS-PF-MARKET-VALUE (WS-PF-SUB)
               WS-PF-COST-BASIS (WS-PF-SUB)
               WS-PF-GAIN-LOSS (WS-PF-SUB)
               WS-PF-DIVIDENDS (WS-PF-SUB)
           MOVE SPACES TO WS-PF-OWNER (WS-PF-SUB)
           MOVE "T" TO WS-PF-TAX-STATUS (WS-PF-SUB)
           IF HLD-PORTFOLIO = SPACES
               MOVE "NO PORTFOLIO ID ON THE HOLDING"
                   TO WS-PF-NAME (WS-PF-SUB)
           ELSE
               MOVE "NOT ON THE PORTFOLIO MASTER"
                   TO WS-PF-NAME (WS-PF-SUB)
           END-IF
           MOVE "NO" TO WS-ENTRY-FOUND
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       CONTINUE
                   WHEN PORT-ID (PORT-X1) = HLD-PORTFOLIO
                       MOVE "YES" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF WS-ENTRY-FOUND = "YES"
               MOVE PORT-NAME (PORT-X1) TO WS-PF-NAME (WS-PF-SUB)
               MOVE PORT-OWNER (PORT-X1) TO WS-PF-OWNER (WS-PF-SUB)
               MOVE PORT-TAX-STATUS (PORT-X1)
                   TO WS-PF-TAX-STATUS (WS-PF-SUB)
           END-IF.
       250-EXIT.

       255-CHECK-PORTFOLIO.
           IF WS-PF-ID (WS-SUB) = HLD-PORTFOLIO
               MOVE WS-SUB TO WS-PF-SUB
           END-IF.
       255-EXIT.

       260-MAKE-ROOM.
           MOVE WS-PF-ENTRIES (WS-PF-SUB - 1)
               TO WS-PF-ENTRIES (WS-PF-SUB)
           SUBTRACT 1 FROM WS-PF-SUB.
       260-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS EACH PORTFOLIO ON ITS OWN PAGE - EVERY
      * POSITION WITH ITS PERCENT WEIGHT OF THAT PORTFOLIO, THEN THE
      * PORTFOLIO TOTALS - AND, WHEN ALL PORTFOLIOS WERE VALUED, THE
      * CONSOLIDATED PAGE.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT VALUATION-REPORT-FILE
           ACCEPT HVH-DATE FROM DATE YYYYMMDD
           IF WS-PF-COUNT = ZEROS
               WRITE REPORT-RECORD FROM HV-HEADING1
               MOVE "  (NO HOLDINGS TO VALUE)" TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 710-WRITE-PORTFOLIO THRU 710-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
           IF WS-SELECT-ID = SPACES AND WS-PF-COUNT > ZEROS
               PERFORM 750-WRITE-CONSOLIDATED THRU 750-EXIT
           END-IF
           CLOSE VALUATION-REPORT-FILE
           DISPLAY "VALUATION WRITTEN - " WS-PO-COUNT " POSITIONS, "
               WS-EXC-COUNT " EXCEPTIONS".
       700-EXIT.

      ******************************************************************
      * 710-WRITE-PORTFOLIO PRINTS ONE PORTFOLIO'S PAGE.
      ******************************************************************
       710-WRITE-PORTFOLIO.
           IF WS-FIRST-PAGE = "YES"
               WRITE REPORT-RECORD FROM HV-HEADING1
               MOVE "NO" TO WS-FIRST-PAGE
           ELSE
               WRITE REPORT-RECORD FROM HV-HEADING1
                AFTER ADVANCING PAGE
           END-IF
           MOVE WS-PF-ID (WS-PF-SUB) TO HVP-ID
           MOVE WS-PF-NAME (WS-PF-SUB) TO HVP-NAME
           MOVE WS-PF-OWNER (WS-PF-SUB) TO HVP-OWNER
           IF WS-PF-TAX-STATUS (WS-PF-SUB) = "D"
               MOVE "TAX-DEFERRED" TO HVP-TAX
           ELSE
               MOVE "TAXABLE" TO HVP-TAX
           END-IF
           WRITE REPORT-RECORD FROM HV-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM HV-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 720-WRITE-POSITION THRU 720-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PO-COUNT
           MOVE "*** PORTFOLIO TOTALS ***" TO HVT-LABEL
           MOVE WS-PF-MARKET-VALUE (WS-PF-SUB) TO HVT-MARKET-VALUE
           MOVE WS-PF-GAIN-LOSS (WS-PF-SUB) TO HVT-GAIN-LOSS
           MOVE WS-PF-DIVIDENDS (WS-PF-SUB) TO HVT-DIVIDENDS
           WRITE REPORT-RECORD FROM HV-TOTAL-LINE
            AFTER ADVANCING 2 LINES.
       710-EXIT.

       720-WRITE-POSITION.
           IF WS-PO-PORTFOLIO (WS-SUB) NOT = WS-PF-ID (WS-PF-SUB)
               GO TO 720-EXIT
           END-IF
           MOVE WS-PO-CODE (WS-SUB) TO HVD-CODE
           MOVE WS-PO-NAME (WS-SUB) TO HVD-NAME
           MOVE WS-PO-SHARES (WS-SUB) TO HVD-SHARES
           MOVE WS-PO-PRICE (WS-SUB) TO HVD-PRICE
           MOVE WS-PO-MARKET-VALUE (WS-SUB) TO HVD-MARKET-VALUE
           MOVE WS-PO-GAIN-LOSS (WS-SUB) TO HVD-GAIN-LOSS
           MOVE WS-PO-DIVIDENDS (WS-SUB) TO HVD-DIVIDENDS
           IF WS-PF-MARKET-VALUE (WS-PF-SUB) > ZEROS
               COMPUTE WS-WEIGHT ROUNDED =
                   (WS-PO-MARKET-VALUE (WS-SUB)
                   / WS-PF-MARKET-VALUE (WS-PF-SUB)) * 100
           ELSE
               MOVE ZEROS TO WS-WEIGHT
           END-IF
           MOVE WS-WEIGHT TO HVD-WEIGHT
           WRITE REPORT-RECORD FROM HV-DETAIL
            AFTER ADVANCING 1 LINE.
       720-EXIT.

      ******************************************************************
      * 750-WRITE-CONSOLIDATED PRINTS ONE LINE PER PORTFOLIO WITH ITS
      * WEIGHT OF EVERYTHING HELD, THEN THE GRAND TOTALS.
      ******************************************************************
       750-WRITE-CONSOLIDATED.
           MOVE HVH-DATE TO HVCH-DATE
           WRITE REPORT-RECORD FROM HV-CONS-HEADING
            AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM HV-CONS-COLUMNS
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 760-WRITE-CONS-LINE THRU 760-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
           MOVE "*** ALL PORTFOLIOS ***" TO HVT-LABEL
           MOVE WS-TOTAL-MARKET-VALUE TO HVT-MARKET-VALUE
           MOVE WS-TOTAL-GAIN-LOSS TO HVT-GAIN-LOSS
           MOVE WS-TOTAL-DIVIDENDS TO HVT-DIVIDENDS
           WRITE REPORT-RECORD FROM HV-TOTAL-LINE
            AFTER ADVANCING 2 LINES.
       750-EXIT.

       760-WRITE-CONS-LINE.
           MOVE WS-PF-ID (WS-PF-SUB) TO HVC-ID
           MOVE WS-PF-NAME (WS-PF-SUB) TO HVC-NAME
           MOVE WS-PF-POSITIONS (WS-PF-SUB) TO HVC-POSITIONS
           MOVE WS-PF-MARKET-VALUE (WS-PF-SUB) TO HVC-MARKET-VALUE
           MOVE WS-PF-GAIN-LOSS (WS-PF-SUB) TO HVC-GAIN-LOSS
           MOVE WS-PF-DIVIDENDS (WS-PF-SUB) TO HVC-DIVIDENDS
           IF WS-TOTAL-MARKET-VALUE > ZEROS
               COMPUTE WS-WEIGHT ROUNDED =
                   (WS-PF-MARKET-VALUE (WS-PF-SUB)
                   / WS-TOTAL-MARKET-VALUE) * 100
           ELSE
               MOVE ZEROS TO WS-WEIGHT
           END-IF
           MOVE WS-WEIGHT TO HVC-WEIGHT
           WRITE REPORT-RECORD FROM HV-CONS-DETAIL
            AFTER ADVANCING 1 LINE.
       760-EXIT.
