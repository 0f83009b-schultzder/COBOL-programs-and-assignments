      * amount (shares held times declared per share) with the
      * difference flagged, so a short payment shows the day the cash
      * lands instead of at year end.
      *
      * Holdings and receipts each carry the portfolio they belong to
      * (see copybooks/PORTFOL.cpy). The run covers one portfolio or
      * all of them: each portfolio gets its own schedule and
      * reconciliation on its own page, with its own totals, and an
      * all-portfolios run ends with a consolidated page - the
      * twelve months summed across portfolios and each portfolio's
      * projected and received totals.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVRCPT-STATUS.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the printed schedule.

       SELECT INCOME-REPORT-FILE
      * and TRADEENT share.

       FD  HOLDINGS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HOLDINGS-RECORD.
           05 HLD-STOCK-CODE                  PIC X(3).
           05 HLD-SHARES-HELD                 PIC 9(9).
           05 HLD-AVG-COST                    PIC 999V99.
           05 HLD-PORTFOLIO                   PIC X(4).

      * File description for the receipts file - the layout DIVMNT
      * appends.

       FD  DIVIDEND-RECEIPTS-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  DIVIDEND-RECEIPT-RECORD.
           05 DVR-STOCK-CODE                  PIC X(3).
           05 DVR-RECEIVED-DATE.
               10 DVR-RCV-MONTH               PIC X(2).
               10 DVR-RCV-YEAR                PIC X(4).
           05 DVR-AMOUNT                      PIC 9(7)V99.
           05 DVR-PORTFOLIO                   PIC X(4).

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for the printed schedule.

          05 WS-RECEIVED-TOTAL               PIC 9(11)V99.
          05 WS-DIFFERENCE                   PIC S9(9)V99.
          05 WS-MONTH-HAS-LINES              PIC XXX.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-SELECT-ID                    PIC X(4).
          05 WS-CUR-ID                       PIC X(4).
          05 WS-NEW-ID                       PIC X(4).
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-PF-SUB                       PIC 99.
          05 WS-PASS-SUB                     PIC 99.
          05 WS-FIRST-PAGE                   PIC XXX VALUE "YES".
          05 WS-ALL-PROJECTED                PIC 9(11)V99 VALUE 0.
          05 WS-ALL-RECEIVED                 PIC 9(11)V99 VALUE 0.

      * Portfolio lookup table.

       COPY PORTTB.

      * The portfolios on this run, in ID order, found on the
      * holdings and receipts files, with each one's totals.

       01 WS-PF-TABLE.
          05 WS-PF-COUNT                     PIC 99 VALUE 0.
          05 WS-PF-ENTRIES OCCURS 0 TO 30 TIMES
               DEPENDING ON WS-PF-COUNT.
             10 WS-PF-ID                     PIC X(4).
             10 WS-PF-NAME                   PIC X(30).
             10 WS-PF-OWNER                  PIC X(20).
             10 WS-PF-TAX-STATUS             PIC X.
             10 WS-PF-PROJECTED              PIC 9(11)V99.
             10 WS-PF-RECEIVED               PIC 9(11)V99.

      * Each schedule month summed across the portfolios for the
      * consolidated page.

       01 WS-CONS-MONTHS.
          05 WS-CONS-MONTH-TOTAL OCCURS 12 TIMES
                                             PIC 9(11)V99.

      * The dividend calendar loaded for the cross.

               INDEXED BY HLD-X1.
             10 WS-HLD-CODE                  PIC X(3).
             10 WS-HLD-SHARES                PIC 9(9).
             10 WS-HLD-PORTFOLIO             PIC X(4).

      * Report lines.

          05 PIH-DATE                        PIC 9(8).
          05                                 PIC X(38) VALUE SPACES.

       01 PI-PORTFOLIO-LINE.
          05                                 PIC X(10)
                                    VALUE "PORTFOLIO ".
          05 PIP-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 PIP-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 PIP-OWNER                       PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05 PIP-TAX                         PIC X(12).
          05                                 PIC X(8)  VALUE SPACES.

       01 PI-MONTH-LINE.
          05                                 PIC X(6)  VALUE "MONTH ".
          05 PIM-YEAR                        PIC 9(4).
          05 RCT-AMOUNT                      PIC $,$$$,$$$,$$9.99.
          05                                 PIC X(59) VALUE SPACES.

       01 PC-HEADING.
          05                                 PIC X(58) VALUE
             "PROJECTED DIVIDEND INCOME - CONSOLIDATED, ALL PORTFOLIOS".
          05 PCH-DATE                        PIC 9(8).
          05                                 PIC X(24) VALUE SPACES.

       01 PC-MONTH-DETAIL.
          05                                 PIC X(8)  VALUE "  MONTH ".
          05 PCM-YEAR                        PIC 9(4).
          05                                 PIC X     VALUE "/".
          05 PCM-MONTH                       PIC 99.
          05                                 PIC X     VALUE SPACES.
          05 PCM-AMOUNT                      PIC $$$,$$$,$$9.99.
          05                                 PIC X(60) VALUE SPACES.

       01 PC-COLUMNS.
          05                                 PIC X(6)  VALUE "ID".
          05                                 PIC X(32) VALUE "NAME".
          05                                 PIC X(14)
                                    VALUE "     PROJECTED".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(14)
                                    VALUE "      RECEIVED".
          05                                 PIC X(22) VALUE SPACES.

       01 PC-DETAIL.
          05 PCD-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 PCD-NAME                        PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 PCD-PROJECTED                   PIC $$$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PCD-RECEIVED                    PIC $$$,$$$,$$9.99.
          05                                 PIC X(22) VALUE SPACES.

       01 PC-TOTAL-LINE.
          05                                 PIC X(36)
                         VALUE "*** ALL PORTFOLIOS ***".
          05 PCT-PROJECTED                   PIC $,$$$,$$$,$$9.99.
          05 PCT-RECEIVED                    PIC $,$$$,$$$,$$9.99.
          05                                 PIC X(22) VALUE SPACES.

      * Files

       01 WS-FILES.
          VALUE "C:\COBOL\DividendReceipts.txt".
          05 UT-SYS-INCRPT                   PIC X(60)
          VALUE "C:\COBOL\DividendIncome.txt".
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".

      * Start of procedure division


      ******************************************************************
      * 000-MAIN-MODULE LOADS THE CALENDAR AND HOLDINGS, PRINTS THE
      * MONTH-BY-MONTH SCHEDULE, THEN THE RECEIPTS RECONCILIATION,
      * FOR EACH PORTFOLIO ON THE RUN - THEN THE CONSOLIDATED PAGE
      * WHEN ALL OF THEM WERE ASKED FOR.
      ******************************************************************
       000-MAIN-MODULE.
           DISPLAY "ENTER PORTFOLIO ID (BLANK = ALL)"
           ACCEPT WS-SELECT-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-BASE-ABS-MONTH =
               (WS-TODAY / 10000) * 12 + (WS-TODAY / 100 -
               (WS-TODAY / 10000) * 100)
           MOVE ZEROS TO WS-CONS-MONTHS
           PERFORM 050-LOAD-PORTFOLIOS THRU 050-EXIT
           PERFORM 100-LOAD-CALENDAR THRU 100-EXIT
           PERFORM 150-LOAD-HOLDINGS THRU 150-EXIT
           PERFORM 170-SCAN-RECEIPTS THRU 170-EXIT
           OPEN OUTPUT INCOME-REPORT-FILE
           IF WS-PF-COUNT = ZEROS
               MOVE WS-TODAY TO PIH-DATE
               WRITE REPORT-RECORD FROM PI-HEADING1
               MOVE "  (NO HOLDINGS OR RECEIPTS FOR THIS RUN)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 250-WRITE-PORTFOLIO THRU 250-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PF-COUNT
           IF WS-SELECT-ID = SPACES AND WS-PF-COUNT > ZEROS
               PERFORM 700-WRITE-CONSOLIDATED THRU 700-EXIT
           END-IF
           CLOSE INCOME-REPORT-FILE
           DISPLAY "DIVIDEND INCOME SCHEDULE WRITTEN"
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
      * 100-LOAD-CALENDAR READS THE DIVIDEND CALENDAR INTO ITS TABLE,
      * KEEPING THE PAY MONTH AND YEAR AS NUMBERS FOR THE MONTH
       110-EXIT.

      ******************************************************************
      * 150-LOAD-HOLDINGS READS THE HOLDINGS OF THE PORTFOLIO ASKED
      * FOR (OR ALL OF THEM) INTO ITS TABLE.
      ******************************************************************
       150-LOAD-HOLDINGS.
           OPEN INPUT HOLDINGS-FILE
                   MOVE "YES" TO WS-HOLD-EOF
               NOT AT END
                   IF WS-HLD-COUNT < 200
                       AND (WS-SELECT-ID = SPACES
                       OR WS-SELECT-ID = HLD-PORTFOLIO)
                       ADD 1 TO WS-HLD-COUNT
                       SET HLD-X1 TO WS-HLD-COUNT
                       MOVE HLD-STOCK-CODE TO WS-HLD-CODE (HLD-X1)
                       MOVE HLD-SHARES-HELD TO WS-HLD-SHARES (HLD-X1)
                       MOVE HLD-PORTFOLIO
                           TO WS-HLD-PORTFOLIO (HLD-X1)
                       MOVE HLD-PORTFOLIO TO WS-NEW-ID
                       PERFORM 200-ADD-PORTFOLIO THRU 200-EXIT
                   END-IF
           END-READ.
       160-EXIT.

      ******************************************************************
      * 170-SCAN-RECEIPTS READS THE RECEIPTS FILE ONCE SO A PORTFOLIO
      * WITH CASH RECEIVED BUT NOTHING HELD STILL GETS ITS PAGE.
      ******************************************************************
       170-SCAN-RECEIPTS.
           OPEN INPUT DIVIDEND-RECEIPTS-FILE
           IF WS-DIVRCPT-STATUS NOT = "00"
               GO TO 170-EXIT
           END-IF
           PERFORM 180-SCAN-ONE-RECEIPT THRU 180-EXIT
               UNTIL WS-RCPT-EOF = "YES"
           CLOSE DIVIDEND-RECEIPTS-FILE.
       170-EXIT.

       180-SCAN-ONE-RECEIPT.
           READ DIVIDEND-RECEIPTS-FILE
               AT END
                   MOVE "YES" TO WS-RCPT-EOF
               NOT AT END
                   IF WS-SELECT-ID = SPACES
                       OR WS-SELECT-ID = DVR-PORTFOLIO
                       MOVE DVR-PORTFOLIO TO WS-NEW-ID
                       PERFORM 200-ADD-PORTFOLIO THRU 200-EXIT
                   END-IF
           END-READ.
       180-EXIT.

      ******************************************************************
      * 200-ADD-PORTFOLIO ADDS WS-NEW-ID TO THE RUN TABLE IN ID ORDER
      * THE FIRST TIME IT IS SEEN, WITH ITS NAME, OWNER, AND TAX
      * STATUS FROM THE MASTER. PAST 30 PORTFOLIOS THE REST ARE
      * REPORTED ON THE CONSOLE AND LEFT OFF.
      ******************************************************************
       200-ADD-PORTFOLIO.
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM 205-CHECK-PORTFOLIO THRU 205-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
           IF WS-ENTRY-FOUND = "YES"
               GO TO 200-EXIT
           END-IF
           IF WS-PF-COUNT >= 30
               DISPLAY "MORE THAN 30 PORTFOLIOS - " WS-NEW-ID
                   " LEFT OFF"
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-PF-COUNT
           MOVE WS-PF-COUNT TO WS-PF-SUB
           PERFORM 210-MAKE-ROOM THRU 210-EXIT
               UNTIL WS-PF-SUB <= 1
               OR WS-PF-ID (WS-PF-SUB - 1) <= WS-NEW-ID
           MOVE WS-NEW-ID TO WS-PF-ID (WS-PF-SUB)
           MOVE ZEROS TO WS-PF-PROJECTED (WS-PF-SUB)
               WS-PF-RECEIVED (WS-PF-SUB)
           MOVE SPACES TO WS-PF-OWNER (WS-PF-SUB)
           MOVE "T" TO WS-PF-TAX-STATUS (WS-PF-SUB)
           IF WS-NEW-ID = SPACES
               MOVE "NO PORTFOLIO ID ON FILE" TO WS-PF-NAME (WS-PF-SUB)
           ELSE
               MOVE "NOT ON THE PORTFOLIO MASTER"
                   TO WS-PF-NAME (WS-PF-SUB)
           END-IF
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       CONTINUE
                   WHEN PORT-ID (PORT-X1) = WS-NEW-ID
                       MOVE PORT-NAME (PORT-X1)
                           TO WS-PF-NAME (WS-PF-SUB)
                       MOVE PORT-OWNER (PORT-X1)
                           TO WS-PF-OWNER (WS-PF-SUB)
                       MOVE PORT-TAX-STATUS (PORT-X1)
                           TO WS-PF-TAX-STATUS (WS-PF-SUB)
               END-SEARCH
           END-IF.
       200-EXIT.

       205-CHECK-PORTFOLIO.
           IF WS-PF-ID (WS-PF-SUB) = WS-NEW-ID
               MOVE "YES" TO WS-ENTRY-FOUND
           END-IF.
       205-EXIT.

       210-MAKE-ROOM.
           MOVE WS-PF-ENTRIES (WS-PF-SUB - 1)
               TO WS-PF-ENTRIES (WS-PF-SUB)
           SUBTRACT 1 FROM WS-PF-SUB.
       210-EXIT.

      ******************************************************************
      * 250-WRITE-PORTFOLIO PRINTS ONE PORTFOLIO'S PAGE - ITS NAME,
      * OWNER, AND TAX STATUS, ITS SCHEDULE, AND ITS RECEIPTS - AND
      * KEEPS ITS TOTALS FOR THE CONSOLIDATED PAGE.
      ******************************************************************
       250-WRITE-PORTFOLIO.
           MOVE WS-PF-ID (WS-PASS-SUB) TO WS-CUR-ID
           MOVE WS-TODAY TO PIH-DATE
           IF WS-FIRST-PAGE = "YES"
               WRITE REPORT-RECORD FROM PI-HEADING1
               MOVE "NO" TO WS-FIRST-PAGE
           ELSE
               WRITE REPORT-RECORD FROM PI-HEADING1
                AFTER ADVANCING PAGE
           END-IF
           MOVE WS-CUR-ID TO PIP-ID
           MOVE WS-PF-NAME (WS-PASS-SUB) TO PIP-NAME
           MOVE WS-PF-OWNER (WS-PASS-SUB) TO PIP-OWNER
           IF WS-PF-TAX-STATUS (WS-PASS-SUB) = "D"
               MOVE "TAX-DEFERRED" TO PIP-TAX
           ELSE
               MOVE "TAXABLE" TO PIP-TAX
           END-IF
           WRITE REPORT-RECORD FROM PI-PORTFOLIO-LINE
            AFTER ADVANCING 1 LINE
           PERFORM 300-WRITE-SCHEDULE THRU 300-EXIT
           PERFORM 500-WRITE-RECONCILIATION THRU 500-EXIT
           MOVE WS-GRAND-TOTAL TO WS-PF-PROJECTED (WS-PASS-SUB)
           MOVE WS-RECEIVED-TOTAL TO WS-PF-RECEIVED (WS-PASS-SUB)
           ADD WS-GRAND-TOTAL TO WS-ALL-PROJECTED
           ADD WS-RECEIVED-TOTAL TO WS-ALL-RECEIVED.
       250-EXIT.

      ******************************************************************
      * 300-WRITE-SCHEDULE WALKS THE NEXT TWELVE MONTHS. FOR EACH
      * MONTH, EVERY HELD STOCK WHOSE PAY-DATE MONTH IS A WHOLE
      * GRAND TOTAL AT THE BOTTOM.
      ******************************************************************
       300-WRITE-SCHEDULE.
           MOVE ZEROS TO WS-GRAND-TOTAL
           PERFORM VARYING WS-MONTH-SUB FROM 0 BY 1
               UNTIL WS-MONTH-SUB > 11
               PERFORM 310-WRITE-ONE-MONTH THRU 310-EXIT
               MOVE WS-MONTH-TOTAL TO PIT-AMOUNT
               WRITE REPORT-RECORD FROM PI-MONTH-TOTAL
                AFTER ADVANCING 1 LINE
               ADD WS-MONTH-TOTAL
                   TO WS-CONS-MONTH-TOTAL (WS-MONTH-SUB + 1)
           END-IF.
       310-EXIT.

           PERFORM VARYING HLD-X1 FROM 1 BY 1
               UNTIL HLD-X1 > WS-HLD-COUNT
               IF WS-HLD-CODE (HLD-X1) = WS-DIV-CODE (WS-DIV-SUB)
                   AND WS-HLD-PORTFOLIO (HLD-X1) = WS-CUR-ID
                   SET WS-HLD-SUB TO HLD-X1
               END-IF
           END-PERFORM.
      * THE CALENDAR OR NOT HELD IS NOTED RATHER THAN PRICED.
      ******************************************************************
       500-WRITE-RECONCILIATION.
           MOVE ZEROS TO WS-RECEIVED-TOTAL
           MOVE "NO" TO WS-RCPT-EOF
           WRITE REPORT-RECORD FROM RC-HEADING
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM RC-COLUMNS
               AT END
                   MOVE "YES" TO WS-RCPT-EOF
               NOT AT END
                   IF DVR-PORTFOLIO = WS-CUR-ID
                       PERFORM 520-RECONCILE-RECEIPT THRU 520-EXIT
                   END-IF
           END-READ.
       510-EXIT.

           WRITE REPORT-RECORD FROM RC-DETAIL
            AFTER ADVANCING 1 LINE.
       520-EXIT.

      ******************************************************************
      * 700-WRITE-CONSOLIDATED PRINTS THE ALL-PORTFOLIOS PAGE: THE
      * TWELVE MONTHS SUMMED ACROSS PORTFOLIOS, THEN EACH
      * PORTFOLIO'S PROJECTED AND RECEIVED TOTALS WITH THE GRAND
      * TOTALS.
      ******************************************************************
       700-WRITE-CONSOLIDATED.
           MOVE WS-TODAY TO PCH-DATE
           WRITE REPORT-RECORD FROM PC-HEADING
            AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 710-WRITE-CONS-MONTH THRU 710-EXIT
               VARYING WS-MONTH-SUB FROM 0 BY 1
               UNTIL WS-MONTH-SUB > 11
           MOVE WS-ALL-PROJECTED TO PIG-AMOUNT
           WRITE REPORT-RECORD FROM PI-GRAND-TOTAL
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM PC-COLUMNS
            AFTER ADVANCING 3 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 720-WRITE-CONS-PORTFOLIO THRU 720-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
           MOVE WS-ALL-PROJECTED TO PCT-PROJECTED
           MOVE WS-ALL-RECEIVED TO PCT-RECEIVED
           WRITE REPORT-RECORD FROM PC-TOTAL-LINE
            AFTER ADVANCING 2 LINES.
       700-EXIT.

       710-WRITE-CONS-MONTH.
           COMPUTE WS-RPT-ABS-MONTH = WS-BASE-ABS-MONTH + WS-MONTH-SUB
           COMPUTE WS-WORK-YEAR = (WS-RPT-ABS-MONTH - 1) / 12
           COMPUTE WS-WORK-MONTH =
               WS-RPT-ABS-MONTH - (WS-WORK-YEAR * 12)
           MOVE WS-WORK-YEAR TO PCM-YEAR
           MOVE WS-WORK-MONTH TO PCM-MONTH
           MOVE WS-CONS-MONTH-TOTAL (WS-MONTH-SUB + 1) TO PCM-AMOUNT
           WRITE REPORT-RECORD FROM PC-MONTH-DETAIL
            AFTER ADVANCING 1 LINE.
       710-EXIT.

       720-WRITE-CONS-PORTFOLIO.
           MOVE WS-PF-ID (WS-PF-SUB) TO PCD-ID
           MOVE WS-PF-NAME (WS-PF-SUB) TO PCD-NAME
           MOVE WS-PF-PROJECTED (WS-PF-SUB) TO PCD-PROJECTED
           MOVE WS-PF-RECEIVED (WS-PF-SUB) TO PCD-RECEIVED
           WRITE REPORT-RECORD FROM PC-DETAIL
            AFTER ADVANCING 1 LINE.
       720-EXIT.
