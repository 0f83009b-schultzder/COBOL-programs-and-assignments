      * item code framed in asterisks the way the Code 39 stock
      * wants it - so the floor tag and the register price stop
      * disagreeing for days after a change.
      *
      * An item on a promotion window live today (see copybooks/
      * PROMO.cpy - flyer prices from PROMOMNT and accepted aged-stock
      * markdowns from MARKDOWN) is tagged at the promotion price and
      * marked SALE, picking the window the register would charge.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCCHG-STATUS.

      * Select statement for the promotions file.

       SELECT PROMO-FILE
               ASSIGN TO UT-SYS-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

      * Select statement for the last-run stamp control file.

       SELECT LABEL-CONTROL-FILE
       FD  PRICE-CHANGE-LOG.
       COPY PRCCHG.

      * File description for the promotions file.

       FD  PROMO-FILE.
       COPY PROMO.

      * File description for the last-run stamp - the date and time
      * of the last label run, as one combined numeric.

          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-PRCCHG-STATUS                PIC XX.
          05 WS-LBLCTL-STATUS                PIC XX.
          05 WS-PROMO-STATUS                 PIC XX.
          05 WS-PROMO-EOF                    PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-LABEL-PRICE                  PIC 9(5)V99.
          05 WS-ON-PROMO                     PIC X.
          05 WS-LOG-EOF                      PIC XXX VALUE "NO".
          05 WS-LAST-RUN-STAMP               PIC 9(16) VALUE ZEROS.
          05 WS-THIS-RUN-STAMP               PIC 9(16).
               INDEXED BY PIK-IDX.
             10 WS-PICK-CODE                 PIC X(10).

      * Promotion windows, loaded once per run.

       01 WS-PROMO-TABLE.
          05 WS-PRM-COUNT                    PIC 999 VALUE 0.
          05 WS-PRM-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-PRM-COUNT
               INDEXED BY PRM-IDX.
             10 WS-PRM-CODE                  PIC X(10).
             10 WS-PRM-PRICE                 PIC 9(5)V99.
             10 WS-PRM-START                 PIC 9(8).
             10 WS-PRM-END                   PIC 9(8).

      * Label lines for the barcode label stock.

       01 LB-DESC-LINE.
          05 LBP-PRICE                       PIC $$$,$$9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 LBP-ITEM-CODE                   PIC X(10).
          05                                 PIC X(3)  VALUE SPACES.
          05 LBP-SALE-FLAG                   PIC X(4).
          05                                 PIC X(10) VALUE SPACES.

       01 LB-BARCODE-LINE.
          05                                 PIC X     VALUE "*".
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-PRCCHG                   PIC X(60)
          VALUE "C:\COBOL\PriceChangeLog.txt".
          05 UT-SYS-PROMO                    PIC X(60)
          VALUE "C:\COBOL\Promotions.txt".
          05 UT-SYS-LBLCTL                   PIC X(60)
          VALUE "C:\COBOL\LabelRunControl.txt".
          05 UT-SYS-LABELS                   PIC X(60)
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-THIS-RUN-STAMP
           MULTIPLY 100 BY WS-THIS-RUN-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           DISPLAY "LABEL RUN - C=CHANGED SINCE LAST RUN K=KEYED LIST"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               DISPLAY "NOTHING TO PRINT"
               STOP RUN
           END-IF
           PERFORM 300-LOAD-PROMOS THRU 300-EXIT
           PERFORM 400-PRINT-LABELS THRU 400-EXIT
           IF WS-RUN-MODE = "C" OR WS-RUN-MODE = "c"
               PERFORM 600-STAMP-THIS-RUN THRU 600-EXIT
           END-IF.
       210-EXIT.

      ******************************************************************
      * 300-LOAD-PROMOS READS THE PROMOTION WINDOWS INTO THE TABLE.
      * THE FILE IS OPTIONAL - NO FILE MEANS EVERY TAG CARRIES THE
      * MASTER PRICE.
      ******************************************************************
       300-LOAD-PROMOS.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-PROMO THRU 310-EXIT
               UNTIL WS-PROMO-EOF = "YES"
           CLOSE PROMO-FILE.
       300-EXIT.

       310-READ-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE "YES" TO WS-PROMO-EOF
               NOT AT END
                   IF WS-PRM-COUNT < 500
                       ADD 1 TO WS-PRM-COUNT
                       SET PRM-IDX TO WS-PRM-COUNT
                       MOVE PR-ITEM-CODE TO WS-PRM-CODE (PRM-IDX)
                       MOVE PR-PROMO-PRICE TO WS-PRM-PRICE (PRM-IDX)
                       MOVE PR-START-DATE TO WS-PRM-START (PRM-IDX)
                       MOVE PR-END-DATE TO WS-PRM-END (PRM-IDX)
                   END-IF
           END-READ.
       310-EXIT.

      ******************************************************************
      * 400-PRINT-LABELS PULLS EACH PICKED ITEM'S CURRENT DESCRIPTION
      * AND PRICE OFF THE INVENTORY FILE AND WRITES ITS LABEL. A
           END-READ
           MOVE INV-DESCRIPTION TO LBD-DESCRIPTION
           WRITE LABEL-RECORD FROM LB-DESC-LINE
           PERFORM 420-CHECK-PROMO THRU 420-EXIT
           MOVE WS-LABEL-PRICE TO LBP-PRICE
           MOVE INV-CODE TO LBP-ITEM-CODE
           IF WS-ON-PROMO = "Y"
               MOVE "SALE" TO LBP-SALE-FLAG
           ELSE
               MOVE SPACES TO LBP-SALE-FLAG
           END-IF
           WRITE LABEL-RECORD FROM LB-PRICE-LINE
           MOVE INV-CODE TO LBB-ITEM-CODE
           WRITE LABEL-RECORD FROM LB-BARCODE-LINE
           ADD 1 TO WS-LABEL-COUNT.
       410-EXIT.

      * The tag price is the master price unless a promotion window
      * covers today; as at the register, the last matching window
      * on file wins.

       420-CHECK-PROMO.
           MOVE INV-PRICE TO WS-LABEL-PRICE
           MOVE "N" TO WS-ON-PROMO
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PRM-COUNT
               IF WS-PRM-CODE (PRM-IDX) = INV-CODE
                   AND WS-TODAY NOT < WS-PRM-START (PRM-IDX)
                   AND WS-TODAY NOT > WS-PRM-END (PRM-IDX)
                   MOVE WS-PRM-PRICE (PRM-IDX) TO WS-LABEL-PRICE
                   MOVE "Y" TO WS-ON-PROMO
               END-IF
           END-PERFORM.
       420-EXIT.

      ******************************************************************
      * 600-STAMP-THIS-RUN WRITES THIS RUN'S DATE/TIME STAMP BACK TO
      * THE CONTROL FILE SO THE NEXT CHANGE-MODE RUN STARTS WHERE
