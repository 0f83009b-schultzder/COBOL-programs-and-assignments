       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORTMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Portfolio master maintenance, built in the same mold as
      * SECTORMNT. Portfolios.txt (see copybooks/PORTFOL.cpy and
      * copybooks/PORTTB.cpy) names each account the trade ledger is
      * kept for - ID, name, owner, whether it is taxable or tax-
      * deferred, and how many business days its broker takes to
      * settle a trade (PORTCASH posts the trade cash on that day).
      * TRADEENT will not record a trade against an ID that is not
      * on it, and TRADEENT, HOLDVAL, and DIVPROJ print each
      * portfolio's name, owner, and tax status from it. A portfolio
      * that still has trades on the ledger cannot be deleted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the trade ledger, read to guard deletes.

       SELECT TRADE-LEDGER-FILE
               ASSIGN TO UT-SYS-TRADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADES-STATUS.

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

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-ENTRY-FOUND                  PIC XXX VALUE "NO".
          05 WS-ENTRY-SUB                    PIC 99.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-TRADES-STATUS                PIC XX.
          05 WS-TRADE-EOF                    PIC XXX.
          05 WS-TRADE-COUNT                  PIC 9(5).
          05 WS-INPUT-ID                     PIC X(4).
          05 WS-INPUT-NAME                   PIC X(30).
          05 WS-INPUT-OWNER                  PIC X(20).
          05 WS-INPUT-TAX-STATUS             PIC X.
          05 WS-INPUT-SETTLE-DAYS            PIC X.

      * Portfolio lookup table.

       COPY PORTTB.

      * Files

       01 WS-FILES.
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".
          05 UT-SYS-TRADES                   PIC X(60)
          VALUE "C:\COBOL\TradeLedger.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE MASTER, RUNS THE MAINTENANCE MENU
      * UNTIL THE USER QUITS, THEN REWRITES THE MASTER BACK OUT.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 200-LOAD-PORTFOLIO-TABLE THRU 200-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           PERFORM 900-REWRITE-PORTFOLIO-TABLE THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 200-LOAD-PORTFOLIO-TABLE READS THE EXISTING MASTER INTO
      * PORTFOLIO-TABLE, THE SAME WAY SECTORMNT LOADS SECTORS.
      ******************************************************************
       200-LOAD-PORTFOLIO-TABLE.
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOL-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-PORTFOLIO THRU 210-EXIT
               UNTIL WS-PORT-EOF = "YES"
           CLOSE PORTFOLIO-FILE.
       200-EXIT.

       210-READ-PORTFOLIO.
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
       210-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           PERFORM 310-DISPLAY-TABLE THRU 310-EXIT
           DISPLAY " "
           DISPLAY "PORTFOLIO MASTER MAINTENANCE"
           DISPLAY "A - ADD A PORTFOLIO"
           DISPLAY "C - CHANGE A PORTFOLIO'S NAME, OWNER, TAX STATUS"
           DISPLAY "D - DELETE A PORTFOLIO"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-PORTFOLIO THRU 400-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-PORTFOLIO THRU 500-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-PORTFOLIO THRU 600-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 310-DISPLAY-TABLE LISTS EVERY PORTFOLIO ON FILE.
      ******************************************************************
       310-DISPLAY-TABLE.
           DISPLAY " "
           DISPLAY "ID   NAME                           OWNER"
               "                TAX SETTLE"
           PERFORM 315-DISPLAY-ONE THRU 315-EXIT
               VARYING PORT-X1 FROM 1 BY 1
               UNTIL PORT-X1 > WS-PORT-COUNT.
       310-EXIT.

       315-DISPLAY-ONE.
           DISPLAY PORT-ID (PORT-X1) " "
               PORT-NAME (PORT-X1) " "
               PORT-OWNER (PORT-X1) " "
               PORT-TAX-STATUS (PORT-X1) "   T+"
               PORT-SETTLE-DAYS (PORT-X1).
       315-EXIT.

      ******************************************************************
      * 400-ADD-PORTFOLIO APPENDS A NEW PORTFOLIO TO THE MASTER. THE
      * ID IS WHAT EVERY TRADE CARRIES, SO IT CANNOT BE BLANK.
      ******************************************************************
       400-ADD-PORTFOLIO.
           IF WS-PORT-COUNT >= 20
               DISPLAY "PORTFOLIO MASTER IS FULL"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER NEW PORTFOLIO ID (4 CHARACTERS)"
           ACCEPT WS-INPUT-ID
           IF WS-INPUT-ID = SPACES
               DISPLAY "PORTFOLIO ID CANNOT BE BLANK"
               GO TO 400-EXIT
           END-IF
           PERFORM 700-FIND-PORTFOLIO THRU 700-EXIT
           IF WS-ENTRY-FOUND = "YES"
               DISPLAY "PORTFOLIO ID ALREADY EXISTS - USE C"
               GO TO 400-EXIT
           END-IF
           PERFORM 410-ACCEPT-FIELDS THRU 410-EXIT
           IF WS-INPUT-TAX-STATUS = SPACES
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-PORT-COUNT
           SET PORT-X1 TO WS-PORT-COUNT
           MOVE SPACES TO PORT-ENTRIES (PORT-X1)
           MOVE WS-INPUT-ID TO PORT-ID (PORT-X1)
           MOVE WS-INPUT-NAME TO PORT-NAME (PORT-X1)
           MOVE WS-INPUT-OWNER TO PORT-OWNER (PORT-X1)
           MOVE WS-INPUT-TAX-STATUS TO PORT-TAX-STATUS (PORT-X1)
           MOVE WS-INPUT-SETTLE-DAYS TO PORT-SETTLE-DAYS (PORT-X1).
       400-EXIT.

      ******************************************************************
      * 410-ACCEPT-FIELDS PROMPTS FOR THE NAME, OWNER, TAX STATUS,
      * AND SETTLEMENT DAYS. A BAD TAX STATUS OR SETTLEMENT DAYS
      * COMES BACK AS A BLANK TAX STATUS SO THE CALLER CAN ABANDON
      * THE ENTRY.
      ******************************************************************
       410-ACCEPT-FIELDS.
           DISPLAY "ENTER PORTFOLIO NAME"
           ACCEPT WS-INPUT-NAME
           DISPLAY "ENTER OWNER"
           ACCEPT WS-INPUT-OWNER
           DISPLAY "ENTER T FOR TAXABLE, D FOR TAX-DEFERRED"
           ACCEPT WS-INPUT-TAX-STATUS
           IF WS-INPUT-TAX-STATUS = "t"
               MOVE "T" TO WS-INPUT-TAX-STATUS
           END-IF
           IF WS-INPUT-TAX-STATUS = "d"
               MOVE "D" TO WS-INPUT-TAX-STATUS
           END-IF
           IF WS-INPUT-TAX-STATUS NOT = "T"
               AND WS-INPUT-TAX-STATUS NOT = "D"
               DISPLAY "TAX STATUS MUST BE T OR D"
               MOVE SPACES TO WS-INPUT-TAX-STATUS
               GO TO 410-EXIT
           END-IF
           DISPLAY "ENTER BUSINESS DAYS TO SETTLE A TRADE (0-9, "
               "BLANK = 1)"
           ACCEPT WS-INPUT-SETTLE-DAYS
           IF WS-INPUT-SETTLE-DAYS = SPACES
               MOVE "1" TO WS-INPUT-SETTLE-DAYS
           END-IF
           IF WS-INPUT-SETTLE-DAYS NOT NUMERIC
               DISPLAY "SETTLEMENT DAYS MUST BE 0 TO 9"
               MOVE SPACES TO WS-INPUT-TAX-STATUS
           END-IF.
       410-EXIT.

      ******************************************************************
      * 500-CHANGE-PORTFOLIO REKEYS THE NAME, OWNER, TAX STATUS,
      * AND SETTLEMENT DAYS OF AN EXISTING PORTFOLIO. THE ID ITSELF
      * STANDS - THE LEDGER CARRIES IT.
      ******************************************************************
       500-CHANGE-PORTFOLIO.
           DISPLAY "ENTER PORTFOLIO ID TO CHANGE"
           ACCEPT WS-INPUT-ID
           PERFORM 700-FIND-PORTFOLIO THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "PORTFOLIO ID NOT FOUND"
               GO TO 500-EXIT
           END-IF
           PERFORM 410-ACCEPT-FIELDS THRU 410-EXIT
           IF WS-INPUT-TAX-STATUS = SPACES
               GO TO 500-EXIT
           END-IF
           MOVE WS-INPUT-NAME TO PORT-NAME (WS-ENTRY-SUB)
           MOVE WS-INPUT-OWNER TO PORT-OWNER (WS-ENTRY-SUB)
           MOVE WS-INPUT-TAX-STATUS TO PORT-TAX-STATUS (WS-ENTRY-SUB)
           MOVE WS-INPUT-SETTLE-DAYS
               TO PORT-SETTLE-DAYS (WS-ENTRY-SUB).
       500-EXIT.

      ******************************************************************
      * 600-DELETE-PORTFOLIO REMOVES A PORTFOLIO FROM THE MASTER,
      * SLIDING EVERY LATER ENTRY DOWN ONE SUBSCRIPT. A PORTFOLIO
      * WITH TRADES STILL ON THE LEDGER IS REFUSED - ITS HOLDINGS
      * WOULD REPORT WITH NO NAME OR TAX STATUS.
      ******************************************************************
       600-DELETE-PORTFOLIO.
           DISPLAY "ENTER PORTFOLIO ID TO DELETE"
           ACCEPT WS-INPUT-ID
           PERFORM 700-FIND-PORTFOLIO THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "PORTFOLIO ID NOT FOUND"
               GO TO 600-EXIT
           END-IF
           PERFORM 650-COUNT-TRADES THRU 650-EXIT
           IF WS-TRADE-COUNT > ZEROS
               DISPLAY "PORTFOLIO HAS " WS-TRADE-COUNT
                   " TRADES ON THE LEDGER - NOT DELETED"
               GO TO 600-EXIT
           END-IF
           PERFORM 610-SLIDE-DOWN THRU 610-EXIT
               VARYING PORT-X1 FROM WS-ENTRY-SUB BY 1
               UNTIL PORT-X1 >= WS-PORT-COUNT
           SUBTRACT 1 FROM WS-PORT-COUNT.
       600-EXIT.

       610-SLIDE-DOWN.
           MOVE PORT-ENTRIES (PORT-X1 + 1) TO PORT-ENTRIES (PORT-X1).
       610-EXIT.

      ******************************************************************
      * 650-COUNT-TRADES COUNTS THE LEDGER LINES CARRYING THE KEYED
      * PORTFOLIO ID.
      ******************************************************************
       650-COUNT-TRADES.
           MOVE ZEROS TO WS-TRADE-COUNT
           MOVE "NO" TO WS-TRADE-EOF
           OPEN INPUT TRADE-LEDGER-FILE
           IF WS-TRADES-STATUS NOT = "00"
               GO TO 650-EXIT
           END-IF
           PERFORM 660-READ-TRADE THRU 660-EXIT
               UNTIL WS-TRADE-EOF = "YES"
           CLOSE TRADE-LEDGER-FILE.
       650-EXIT.

       660-READ-TRADE.
           READ TRADE-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-TRADE-EOF
               NOT AT END
                   IF TL-PORTFOLIO = WS-INPUT-ID
                       ADD 1 TO WS-TRADE-COUNT
                   END-IF
           END-READ.
       660-EXIT.

      ******************************************************************
      * 700-FIND-PORTFOLIO SEARCHES THE TABLE FOR THE KEYED ID,
      * SETTING WS-ENTRY-FOUND AND WS-ENTRY-SUB THE SAME WAY
      * SECTORMNT'S 700-FIND-SECTOR DOES.
      ******************************************************************
       700-FIND-PORTFOLIO.
           MOVE "NO" TO WS-ENTRY-FOUND
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       MOVE "NO" TO WS-ENTRY-FOUND
                   WHEN WS-INPUT-ID = PORT-ID (PORT-X1)
                       MOVE "YES" TO WS-ENTRY-FOUND
                       SET WS-ENTRY-SUB TO PORT-X1
               END-SEARCH
           END-IF.
       700-EXIT.

      ******************************************************************
      * 900-REWRITE-PORTFOLIO-TABLE WRITES THE TABLE BACK OUT TO
      * PORTFOLIOS.TXT, THE SAME WAY SECTORMNT REWRITES ITS TABLE.
      ******************************************************************
       900-REWRITE-PORTFOLIO-TABLE.
           OPEN OUTPUT PORTFOLIO-FILE
           PERFORM 910-WRITE-ONE THRU 910-EXIT
               VARYING PORT-X1 FROM 1 BY 1
               UNTIL PORT-X1 > WS-PORT-COUNT
           CLOSE PORTFOLIO-FILE.
       900-EXIT.

       910-WRITE-ONE.
           MOVE PORT-ENTRIES (PORT-X1) TO PORTFOLIO-REC
           WRITE PORTFOLIO-REC.
       910-EXIT.
