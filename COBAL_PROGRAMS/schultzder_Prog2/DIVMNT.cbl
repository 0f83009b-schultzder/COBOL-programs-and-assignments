      * The R option records a dividend actually received - stock
      * code, date, cash amount - onto the append-only receipts file
      * so DIVPROJ can reconcile received against projected when the
      * cash lands. Each receipt carries the portfolio it was paid
      * into (see copybooks/PORTFOL.cpy), which must be on the
      * portfolio master, so DIVPROJ reconciles it against that
      * portfolio's holdings.
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

      * Beginning of data division.

       DATA DIVISION.
           05 DVD-DECLARED-AMT                PIC 9(3)V99.

      * File description for the receipts file: stock code, date the
      * cash landed, the amount received, and the portfolio.

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

      * Working storage variables.

          05 WS-INPUT-AMOUNT                 PIC 9(3)V99.
          05 WS-INPUT-RCV-DATE               PIC X(8).
          05 WS-INPUT-RCV-AMT                PIC 9(7)V99.
          05 WS-INPUT-PORTFOLIO              PIC X(4).
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-PORT-FOUND                   PIC XXX.

      * Portfolio lookup table.

       COPY PORTTB.

      * The dividend calendar loaded for maintenance.

          VALUE "C:\COBOL\DividendDates.txt".
          05 UT-SYS-DIVRCPT                  PIC X(60)
          VALUE "C:\COBOL\DividendReceipts.txt".
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".

      * Start of procedure division

      * RECONCILIATION.
      ******************************************************************
       800-RECORD-RECEIPT.
           PERFORM 850-LOAD-PORTFOLIOS THRU 850-EXIT
           DISPLAY "ENTER PORTFOLIO ID THE DIVIDEND WAS PAID INTO"
           ACCEPT WS-INPUT-PORTFOLIO
           MOVE "NO" TO WS-PORT-FOUND
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       CONTINUE
                   WHEN PORT-ID (PORT-X1) = WS-INPUT-PORTFOLIO
                       MOVE "YES" TO WS-PORT-FOUND
               END-SEARCH
           END-IF
           IF WS-PORT-FOUND = "NO" OR WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "PORTFOLIO NOT ON THE MASTER - NOTHING RECORDED"
               GO TO 800-EXIT
           END-IF
           DISPLAY "ENTER STOCK CODE"
           ACCEPT WS-INPUT-CODE
           DISPLAY "ENTER DATE RECEIVED (DDMMYYYY)"
           MOVE WS-INPUT-CODE TO DVR-STOCK-CODE
           MOVE WS-INPUT-RCV-DATE TO DVR-RECEIVED-DATE
           MOVE WS-INPUT-RCV-AMT TO DVR-AMOUNT
           MOVE WS-INPUT-PORTFOLIO TO DVR-PORTFOLIO
           WRITE DIVIDEND-RECEIPT-RECORD
           CLOSE DIVIDEND-RECEIPTS-FILE
           DISPLAY "RECEIPT RECORDED".
       800-EXIT.

      ******************************************************************
      * 850-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER INTO ITS
      * TABLE THE FIRST TIME A RECEIPT IS KEYED.
      ******************************************************************
       850-LOAD-PORTFOLIOS.
           IF WS-PORT-EOF = "YES"
               GO TO 850-EXIT
           END-IF
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOL-STATUS NOT = "00"
               GO TO 850-EXIT
           END-IF
           PERFORM 860-READ-PORTFOLIO THRU 860-EXIT
               UNTIL WS-PORT-EOF = "YES"
           CLOSE PORTFOLIO-FILE.
       850-EXIT.

       860-READ-PORTFOLIO.
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
       860-EXIT.

      ******************************************************************
      * 900-REWRITE-DIVIDEND-TABLE WRITES THE CALENDAR BACK OUT, THE
      * SAME WAY SECTORMNT REWRITES ITS TABLE.
