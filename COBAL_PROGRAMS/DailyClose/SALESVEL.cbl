      * from. A second section lists every item on the inventory
      * file with no sale at all in the 90 days before the range
      * end, the dead stock nobody could see before.
      *
      * Sales of a superseded item code (see copybooks/SUPERSED.cpy)
      * are counted under the end of its supersession chain, so the
      * replacement item carries the old code's movement history from
      * the day it takes over. Superseded codes are left out of the
      * dead-stock section - SUPSTOCK reports the ones still holding
      * stock.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the item supersession list.

       SELECT SUPERSESSION-FILE
               ASSIGN TO UT-SYS-SUPERSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERSED-STATUS.

      * Select statement for the printed report.

       SELECT VELOCITY-REPORT-FILE
       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the item supersession list.

       FD  SUPERSESSION-FILE.
       COPY SUPERSED.

      * File description for the printed report.

       FD  VELOCITY-REPORT-FILE
          05 WS-ITEM-FOUND                   PIC XXX.
          05 WS-DEAD-LIMIT-INT               PIC 9(8).
          05 WS-DEAD-COUNT                   PIC 9(4) VALUE 0.
          05 WS-SUPERSED-STATUS              PIC XX.
          05 WS-SU-EOF                       PIC XXX VALUE "NO".
          05 WS-SU-FOUND                     PIC XXX.
          05 WS-SU-SUB                       PIC 999.
          05 WS-SU-HOPS                      PIC 99.
          05 WS-CHAIN-CODE                   PIC X(10).

      * Supersessions in effect by the range end. A detail line's
      * item code is followed down its chain to the current code
      * before it is posted.

       01 WS-SU-TABLE.
          05 WS-SU-COUNT                     PIC 999 VALUE 0.
          05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SU-COUNT
               INDEXED BY SU-IDX.
             10 WS-SU-TBL-OLD-CODE           PIC X(10).
             10 WS-SU-TBL-NEW-CODE           PIC X(10).

      * Per-item accumulators: range units/dollars, four recent-week
      * unit buckets, and the latest sale date EVER seen (for the
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-VELRPT                   PIC X(60)
          VALUE "C:\COBOL\SalesVelocity.txt".
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".

      * Start of procedure division

           COMPUTE WS-TO-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
           COMPUTE WS-DEAD-LIMIT-INT = WS-TO-DATE-INT - 90
           PERFORM 150-LOAD-SUPERSESSIONS THRU 150-EXIT
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               DISPLAY "NO INVOICE DETAIL ON FILE - STATUS "
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
       STOP RUN.

      ******************************************************************
      * 150-LOAD-SUPERSESSIONS KEEPS EVERY SUPERSESSION IN EFFECT BY
      * THE RANGE END. A MISSING FILE MEANS NO ITEM HAS BEEN REPLACED.
      ******************************************************************
       150-LOAD-SUPERSESSIONS.
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS = "00"
               PERFORM 155-READ-SUPERSESSION THRU 155-EXIT
                   UNTIL WS-SU-EOF = "YES"
               CLOSE SUPERSESSION-FILE
           END-IF.
       150-EXIT.

       155-READ-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "YES" TO WS-SU-EOF
               NOT AT END
                   IF SU-EFFECTIVE-DATE NOT > WS-TO-DATE
                       AND WS-SU-COUNT < 500
                       ADD 1 TO WS-SU-COUNT
                       SET SU-IDX TO WS-SU-COUNT
                       MOVE SU-OLD-CODE
                           TO WS-SU-TBL-OLD-CODE (SU-IDX)
                       MOVE SU-NEW-CODE
                           TO WS-SU-TBL-NEW-CODE (SU-IDX)
                   END-IF
           END-READ.
       155-EXIT.

      ******************************************************************
      * 400-READ-REC TRACKS EVERY ITEM'S LATEST SALE DATE (FOR THE
      * DEAD-STOCK SECTION) AND ROLLS IN-RANGE LINES INTO THE UNITS,
           END-READ.

       410-POST-DETAIL-LINE.
           PERFORM 430-RESOLVE-CHAIN THRU 430-EXIT
           PERFORM 420-FIND-OR-ADD-ITEM THRU 420-EXIT
           IF WS-ITEM-SUB = ZEROS
               GO TO 410-EXIT
           MOVE "NO" TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-SUB2 FROM 1 BY 1
               UNTIL WS-ITEM-SUB2 > WS-ITEM-COUNT
               IF WS-ITM-CODE (WS-ITEM-SUB2) = WS-CHAIN-CODE
                   MOVE WS-ITEM-SUB2 TO WS-ITEM-SUB
                   MOVE "YES" TO WS-ITEM-FOUND
               END-IF
           END-PERFORM

      * A line sold under the current code itself describes the item
      * better than an old code's line that happened to come first.

           IF WS-ITEM-FOUND = "YES"
               AND DT-ITEM-CODE = WS-CHAIN-CODE
               MOVE DT-DESCRIPTION TO WS-ITM-DESC (WS-ITEM-SUB)
           END-IF
           IF WS-ITEM-FOUND = "NO" AND WS-ITEM-COUNT < 1000
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IDX TO WS-ITEM-COUNT
               MOVE WS-CHAIN-CODE TO WS-ITM-CODE (ITM-IDX)
               MOVE DT-DESCRIPTION TO WS-ITM-DESC (ITM-IDX)
               MOVE ZEROS TO WS-ITM-UNITS (ITM-IDX)
                   WS-ITM-DOLLARS (ITM-IDX)
           END-IF.
       420-EXIT.

      ******************************************************************
      * 430-RESOLVE-CHAIN FOLLOWS THE LINE'S ITEM CODE DOWN ITS
      * SUPERSESSION CHAIN TO THE CURRENT CODE. THE HOP LIMIT ONLY
      * GUARDS AGAINST A HAND-EDITED FILE THAT LOOPS - INVMNT WILL
      * NOT BUILD ONE.
      ******************************************************************
       430-RESOLVE-CHAIN.
           MOVE DT-ITEM-CODE TO WS-CHAIN-CODE
           MOVE ZEROS TO WS-SU-HOPS
           MOVE "YES" TO WS-SU-FOUND
           PERFORM UNTIL WS-SU-FOUND = "NO" OR WS-SU-HOPS >= 20
               MOVE "NO" TO WS-SU-FOUND
               PERFORM VARYING WS-SU-SUB FROM 1 BY 1
                   UNTIL WS-SU-SUB > WS-SU-COUNT
                   OR WS-SU-FOUND = "YES"
                   IF WS-SU-TBL-OLD-CODE (WS-SU-SUB) = WS-CHAIN-CODE
                       MOVE WS-SU-TBL-NEW-CODE (WS-SU-SUB)
                           TO WS-CHAIN-CODE
                       MOVE "YES" TO WS-SU-FOUND
                       ADD 1 TO WS-SU-HOPS
                   END-IF
               END-PERFORM
           END-PERFORM.
       430-EXIT.

      ******************************************************************
      * 600-SORT-BY-UNITS INSERTION-SORTS THE ITEM TABLE DESCENDING
      * BY UNITS SOLD, SO THE REPORT LEADS WITH THE TOP SELLERS -
       760-EXIT.

       770-TEST-DEAD.
           MOVE "NO" TO WS-SU-FOUND
           PERFORM VARYING WS-SU-SUB FROM 1 BY 1
               UNTIL WS-SU-SUB > WS-SU-COUNT
               IF WS-SU-TBL-OLD-CODE (WS-SU-SUB) = INV-CODE
                   MOVE "YES" TO WS-SU-FOUND
               END-IF
           END-PERFORM
           IF WS-SU-FOUND = "YES"
               GO TO 770-EXIT
           END-IF
           MOVE ZEROS TO WS-LINE-DATE-INT
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
