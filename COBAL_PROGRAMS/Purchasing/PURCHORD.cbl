      * closes the PO lines, so the registers see the stock on the
      * very next lookup and INVREORD stops flagging items that are
      * already on the truck.
      *
      * Receiving also lands the cost. Each line takes the vendor
      * invoice unit cost, the receipt takes its freight, duty, and
      * other charges, and those are spread across the received lines
      * by value or by quantity (operator's choice). The landed unit
      * cost is averaged into INV-UNIT-COST weighted by the stock
      * already on hand, every cost that moves is logged (see
      * copybooks/COSTCHG.cpy), and a receiving cost report shows
      * each line's invoice cost, allocated charges, and landed cost -
      * so GMREPORT and PROMORPT stop overstating margin on imports.
      *
      * A line the vendor will not fill can be closed short at
      * receiving (PO-STATUS "S") instead of sitting open for a back
      * order that is never coming; VENDSCOR counts those lines
      * against the vendor on its quarterly scorecard.
      *
      * The build never offers an item code that has been superseded
      * (see copybooks/SUPERSED.cpy) on or before the run date - the
      * manufacturer no longer supplies it, so the shortage is covered
      * by ordering the replacement code instead.
      *
      * Each receipt also prints a put-away list (PutAwayList.txt):
      * the lines received, sorted into bin-walk order by their store
      * 1 location on the bin location file (see copybooks/
      * BINLOC.cpy), with the bin beside each item. An item with no
      * location prints last, flagged, for a location to be assigned.
      *
      * The vendor invoice unit cost keyed at receiving stays on the
      * PO line as its received cost, and the line carries the
      * quantity invoiced so far, so APENTRY can match the vendor's
      * invoice against the order and the receipt (see copybooks/
      * PORDER.cpy).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRCALL-STATUS.

      * Select statement for the unit cost change log.

       SELECT COST-CHANGE-LOG
               ASSIGN TO UT-SYS-COSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCHG-STATUS.

      * Select statement for the receiving cost report, appended to
      * one receipt at a time.

       SELECT RECEIVING-COST-FILE
               ASSIGN TO UT-SYS-RCVCOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVCOST-STATUS.

      * Select statement for the bin locations the put-away list
      * sorts by.

       SELECT BIN-LOCATION-FILE
               ASSIGN TO UT-SYS-BINLOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.

      * Select statement for the put-away list printed at receiving.

       SELECT PUT-AWAY-FILE
               ASSIGN TO UT-SYS-PUTAWAY
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the item supersession list.

       SELECT SUPERSESSION-FILE
               ASSIGN TO UT-SYS-SUPERSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERSED-STATUS.

      * Beginning of data division.

       DATA DIVISION.
           RECORD CONTAINS 80 CHARACTERS.
       01  ARRIVED-CALL-RECORD                PIC X(80).

      * File description for the unit cost change log.

       FD  COST-CHANGE-LOG.
       COPY COSTCHG.

      * File description for the receiving cost report.

       FD  RECEIVING-COST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECEIVING-COST-RECORD              PIC X(80).

      * File description for the bin locations.

       FD  BIN-LOCATION-FILE.
       COPY BINLOC.

      * File description for the put-away list.

       FD  PUT-AWAY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  PUT-AWAY-RECORD                    PIC X(70).

      * File description for the item supersession list.

       FD  SUPERSESSION-FILE.
       COPY SUPERSED.

      * Working storage variables.

       WORKING-STORAGE SECTION.
          05 WS-DOC-SUB                      PIC 999.
          05 WS-LINES-ADDED                  PIC 999 VALUE 0.
          05 WS-LINES-RECEIVED               PIC 999 VALUE 0.
          05 WS-CLOSE-SHORT                  PIC X.
          05 WS-PO-FOUND                     PIC XXX.
          05 WS-NEXT-PO-NUMBER               PIC 9(6).
          05 WS-SPECORD-STATUS               PIC XX.
          05 WS-SO-CHANGED                   PIC XXX VALUE "NO".
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          05 WS-COSTCHG-STATUS               PIC XX.
          05 WS-RCVCOST-STATUS               PIC XX.
          05 WS-RECEIVE-VENDOR               PIC X(4).
          05 WS-INPUT-COST                   PIC 9(5)V99.
          05 WS-FREIGHT-AMT                  PIC 9(5)V99.
          05 WS-DUTY-AMT                     PIC 9(5)V99.
          05 WS-OTHER-AMT                    PIC 9(5)V99.
          05 WS-TOTAL-CHARGES                PIC 9(6)V99.
          05 WS-CHARGES-LEFT                 PIC 9(6)V99.
          05 WS-ALLOC-METHOD                 PIC X.
          05 WS-RC-TOTAL-VALUE               PIC 9(9)V99.
          05 WS-RC-TOTAL-QTY                 PIC 9(7).
          05 WS-RC-TOTAL-LANDED              PIC 9(9)V99.
          05 WS-STOCK-BEFORE                 PIC 9(6).
          05 WS-OLD-COST                     PIC 9(5)V99.
          05 WS-SUPERSED-STATUS              PIC XX.
          05 WS-SU-EOF                       PIC XXX VALUE "NO".
          05 WS-SU-FOUND                     PIC XXX.
          05 WS-BINLOC-STATUS                PIC XX.
          05 WS-BL-EOF                       PIC XXX VALUE "NO".
          05 WS-BL-SUB                       PIC 9(4).
          05 WS-BL-MATCHES                   PIC 99.
          05 WS-PA-SUB                       PIC 999.
          05 WS-PA-SUB2                      PIC 999.

      * Parameter block for the shared FILELOCK named-lock facility,
      * held for the receiving pass so a register relieving on-hand

       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * each receipt is posted to the movement ledger against its PO.

       COPY STKPOSTWS.

      * The lines received on this receipt, held until the charges
      * are keyed so they can be spread across them before anything
      * posts to the inventory file.

       01 WS-RC-TABLE.
          05 WS-RC-COUNT                     PIC 999 VALUE 0.
          05 WS-RC-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-RC-COUNT
               INDEXED BY RC-IDX.
             10 WS-RC-ITEM                   PIC X(10).
             10 WS-RC-QTY                    PIC 9(5).
             10 WS-RC-INV-COST               PIC 9(5)V99.
             10 WS-RC-EXTENDED               PIC 9(9)V99.
             10 WS-RC-ALLOCATED              PIC 9(6)V99.
             10 WS-RC-LANDED                 PIC 9(5)V99.

      * Item codes superseded on or before the run date, loaded for
      * the build so no superseded code is ever ordered.

       01 WS-SU-TABLE.
          05 WS-SU-COUNT                     PIC 999 VALUE 0.
          05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SU-COUNT
               INDEXED BY SU-IDX.
             10 WS-SU-TBL-OLD-CODE           PIC X(10).

      * Every store 1 bin location, loaded for the put-away list.

       01 WS-BL-TABLE.
          05 WS-BL-COUNT                     PIC 9(4) VALUE 0.
          05 WS-BL-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-BL-COUNT
               INDEXED BY BL-IDX.
             10 WS-BL-TBL-ITEM               PIC X(10).
             10 WS-BL-TBL-BIN                PIC X(8).

      * The receipt's lines in walk order - each at its lowest store
      * 1 bin, an item with no location keyed high so it sorts last.

       01 WS-PA-TABLE.
          05 WS-PA-COUNT                     PIC 999 VALUE 0.
          05 WS-PA-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-PA-COUNT
               INDEXED BY PA-IDX.
             10 WS-PA-KEY.
                15 WS-PA-BIN.
                   20 WS-PA-AISLE            PIC X(3).
                   20 WS-PA-BAY              PIC X(3).
                   20 WS-PA-SHELF            PIC X(2).
                15 WS-PA-ITEM                PIC X(10).
             10 WS-PA-QTY                    PIC 9(5).
             10 WS-PA-MORE-BINS              PIC X.

       01 WS-PA-HOLD                         PIC X(24).

      * Put-away list lines.

       01 PA-HEADING1.
          05                                 PIC X(19)
                         VALUE "PUT-AWAY LIST - PO ".
          05 PAH-PO-NUMBER                   PIC 9(6).
          05                                 PIC X(9)
                         VALUE "  VENDOR ".
          05 PAH-VENDOR                      PIC X(4).
          05                                 PIC X(7)  VALUE "  DATE ".
          05 PAH-DATE                        PIC 9(8).
          05                                 PIC X(17)
                         VALUE "  STORE 1".

       01 PA-COLUMNS.
          05                                 PIC X(11) VALUE "BIN".
          05                                 PIC X(11) VALUE "ITEM".
          05                                 PIC X(26)
                         VALUE "DESCRIPTION".
          05                                 PIC X(22)
                         VALUE "  QTY".

       01 PA-DETAIL.
          05 PAD-BIN.
             10 PAD-AISLE                    PIC X(3).
             10 PAD-DASH1                    PIC X.
             10 PAD-BAY                      PIC X(3).
             10 PAD-DASH2                    PIC X.
             10 PAD-SHELF                    PIC X(2).
          05                                 PIC X     VALUE SPACE.
          05 PAD-ITEM                        PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 PAD-DESC                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 PAD-QTY                         PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 PAD-NOTE                        PIC X(15).

      * Receiving cost report lines.

       01 RCR-HEADING1.
          05                                 PIC X(20)
                         VALUE "RECEIVING COST - PO ".
          05 RCRH-PO-NUMBER                  PIC 9(6).
          05                                 PIC X(9)
                         VALUE "  VENDOR ".
          05 RCRH-VENDOR                     PIC X(4).
          05                                 PIC X(7)  VALUE "  DATE ".
          05 RCRH-DATE                       PIC 9(8).
          05                                 PIC X(26) VALUE SPACES.

       01 RCR-HEADING2.
          05                                 PIC X(8)  VALUE "FREIGHT ".
          05 RCRH-FREIGHT                    PIC ZZ,ZZ9.99.
          05                                 PIC X(7)  VALUE "  DUTY ".
          05 RCRH-DUTY                       PIC ZZ,ZZ9.99.
          05                                 PIC X(8)  VALUE "  OTHER ".
          05 RCRH-OTHER                      PIC ZZ,ZZ9.99.
          05                                 PIC X(16)
                         VALUE "  ALLOCATED BY ".
          05 RCRH-METHOD                     PIC X(8).
          05                                 PIC X(6)  VALUE SPACES.

       01 RCR-COLUMNS.
          05                                 PIC X(17)
                         VALUE "ITEM         QTY ".
          05                                 PIC X(21)
                         VALUE " INV COST   EXTENDED ".
          05                                 PIC X(21)
                         VALUE "   CHARGES    LANDED ".
          05                                 PIC X(21)
                         VALUE "  OLD AVG   NEW AVG  ".

       01 RCR-DETAIL.
          05 RCRD-ITEM                       PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 RCRD-QTY                        PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RCRD-INV-COST                   PIC ZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RCRD-EXTENDED                   PIC ZZZZZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RCRD-CHARGES                    PIC ZZZZZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RCRD-LANDED                     PIC ZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RCRD-OLD-COST                   PIC ZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RCRD-NEW-COST                   PIC ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.

       01 RCR-TOTAL.
          05                                 PIC X(17)
                         VALUE "RECEIPT TOTAL".
          05                                 PIC X(10) VALUE SPACES.
          05 RCRT-EXTENDED                   PIC ZZZZZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RCRT-CHARGES                    PIC ZZZZZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(7)  VALUE "LANDED ".
          05 RCRT-LANDED                     PIC ZZZZZZ9.99.
          05                                 PIC X(13) VALUE SPACES.

      * The special orders file, loaded once per receiving run so
      * arriving stock can be matched to waiting customers and the
      * matched orders flipped to "arrived".
             10 WS-PO-TBL-STATUS             PIC X.
             10 WS-PO-TBL-ORDER-DATE         PIC 9(8).
             10 WS-PO-TBL-RECV-DATE          PIC 9(8).
             10 WS-PO-TBL-RECV-COST          PIC 9(5)V99.
             10 WS-PO-TBL-INVOICED           PIC 9(5).

      * One PO number per vendor per build run - the first line for
      * a vendor draws the number, later lines ride on it.
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-ARRCALL                  PIC X(60)
          VALUE "C:\COBOL\ArrivedCalls.txt".
          05 UT-SYS-COSTCHG                  PIC X(60)
          VALUE "C:\COBOL\CostChangeLog.txt".
          05 UT-SYS-RCVCOST                  PIC X(60)
          VALUE "C:\COBOL\ReceivingCost.txt".
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".
          05 UT-SYS-BINLOC                   PIC X(60)
          VALUE "C:\COBOL\BinLocations.txt".
          05 UT-SYS-PUTAWAY                  PIC X(60)
          VALUE "C:\COBOL\PutAwayList.txt".

      * Start of procedure division

                           TO WS-PO-TBL-ORDER-DATE (PO-IDX)
                       MOVE PO-RECEIVED-DATE
                           TO WS-PO-TBL-RECV-DATE (PO-IDX)
                       MOVE ZEROS TO WS-PO-TBL-RECV-COST (PO-IDX)
                           WS-PO-TBL-INVOICED (PO-IDX)
                       IF PO-RECEIVED-COST NUMERIC
                           MOVE PO-RECEIVED-COST
                               TO WS-PO-TBL-RECV-COST (PO-IDX)
                       END-IF
                       IF PO-QTY-INVOICED NUMERIC
                           MOVE PO-QTY-INVOICED
                               TO WS-PO-TBL-INVOICED (PO-IDX)
                       END-IF
                   END-IF
           END-READ.
       110-EXIT.
               CLOSE INVENTORY-FILE
               GO TO 200-EXIT
           END-IF
           PERFORM 240-LOAD-SUPERSESSIONS THRU 240-EXIT
           OPEN EXTEND PURCHASE-ORDER-FILE
           IF WS-POFILE-STATUS NOT = "00"
               OPEN OUTPUT PURCHASE-ORDER-FILE
      ******************************************************************
      * 220-CHECK-ITEM OFFERS ONE SHORT ITEM FOR ORDERING. THE
      * QUANTITY ALREADY ON OPEN ORDER COUNTS AS COVERAGE, SO AN
      * ITEM ORDERED YESTERDAY IS NOT OFFERED AGAIN TODAY. A
      * SUPERSEDED CODE IS NEVER OFFERED AT ALL.
      ******************************************************************
       220-CHECK-ITEM.
           MOVE "NO" TO WS-SU-FOUND
           SET SU-IDX TO 1
           SEARCH WS-SU-ENTRIES
               WHEN WS-SU-TBL-OLD-CODE (SU-IDX) = INV-CODE
                   MOVE "YES" TO WS-SU-FOUND
           END-SEARCH
           IF WS-SU-FOUND = "YES"
               GO TO 220-EXIT
           END-IF
           PERFORM 230-SUM-ON-ORDER THRU 230-EXIT
           IF INV-QTY-ON-HAND + WS-ON-ORDER-QTY > INV-REORDER-POINT
               GO TO 220-EXIT
           END-IF

      * An order quantity on the item (see REORDCAL) orders up to the
      * reorder point plus that quantity; without one the old
      * twice-the-reorder-point rule stands.

           IF INV-ORDER-QTY NUMERIC AND INV-ORDER-QTY > ZEROS
               COMPUTE WS-SUGGESTED-QTY =
                   INV-REORDER-POINT + INV-ORDER-QTY
                   - INV-QTY-ON-HAND - WS-ON-ORDER-QTY
           ELSE
               COMPUTE WS-SUGGESTED-QTY =
                   (INV-REORDER-POINT * 2) - INV-QTY-ON-HAND
                   - WS-ON-ORDER-QTY
           END-IF
           DISPLAY " "
           DISPLAY "SHORT: " INV-CODE " " INV-DESCRIPTION
               " ON HAND " INV-QTY-ON-HAND
           END-PERFORM.
       230-EXIT.

      ******************************************************************
      * 240-LOAD-SUPERSESSIONS KEEPS THE OLD CODE OF EVERY
      * SUPERSESSION ALREADY IN EFFECT. A MISSING FILE MEANS NO ITEM
      * HAS BEEN REPLACED YET.
      ******************************************************************
       240-LOAD-SUPERSESSIONS.
           MOVE ZEROS TO WS-SU-COUNT
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS = "00"
               PERFORM 245-READ-SUPERSESSION THRU 245-EXIT
                   UNTIL WS-SU-EOF = "YES"
               CLOSE SUPERSESSION-FILE
           END-IF.
       240-EXIT.

       245-READ-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "YES" TO WS-SU-EOF
               NOT AT END
                   IF SU-EFFECTIVE-DATE NOT > WS-RUN-DATE
                       AND WS-SU-COUNT < 500
                       ADD 1 TO WS-SU-COUNT
                       SET SU-IDX TO WS-SU-COUNT
                       MOVE SU-OLD-CODE
                           TO WS-SU-TBL-OLD-CODE (SU-IDX)
                   END-IF
           END-READ.
       245-EXIT.

      ******************************************************************
      * 250-GET-VENDOR-PO FINDS THE PO NUMBER ALREADY DRAWN FOR THIS
      * VENDOR THIS RUN, OR DRAWS A FRESH ONE FROM THE COUNTER FILE
           MOVE ZEROS TO PO-QTY-RECEIVED
           MOVE "O" TO PO-STATUS
           MOVE WS-RUN-DATE TO PO-ORDER-DATE
           MOVE ZEROS TO PO-RECEIVED-DATE PO-RECEIVED-COST
               PO-QTY-INVOICED
           WRITE PO-RECORD
           ADD 1 TO WS-LINES-ADDED
           IF WS-DOC-COUNT < 200
      ******************************************************************
      * 500-RECEIVE-ORDER POSTS A SHIPMENT: THE PO NUMBER IS KEYED,
      * EACH STILL-OPEN LINE IS OFFERED WITH ITS OUTSTANDING
      * QUANTITY AND INVOICE COST, THE RECEIPT'S CHARGES ARE SPREAD
      * ACROSS THE LINES TAKEN, THEN THE QUANTITIES GO ONTO THE
      * INVENTORY ON-HAND COUNT AT THEIR LANDED COST AND A FULLY-
      * RECEIVED LINE IS CLOSED. THE PO FILE IS REWRITTEN FROM THE
      * TABLE AT THE END.
      ******************************************************************
       500-RECEIVE-ORDER.
           IF WS-PO-COUNT = 0
                   PERFORM 510-RECEIVE-ONE-LINE THRU 510-EXIT
               END-IF
           END-PERFORM
           IF WS-RC-COUNT > 0
               PERFORM 550-TAKE-CHARGES THRU 550-EXIT
               PERFORM 560-ALLOCATE-CHARGES THRU 560-EXIT
               PERFORM 570-POST-RECEIPTS THRU 570-EXIT
               PERFORM 580-WRITE-PUT-AWAY THRU 580-EXIT
           END-IF
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           IF WS-PO-FOUND = "NO"
       500-EXIT.

      ******************************************************************
      * 510-RECEIVE-ONE-LINE TAKES THE RECEIVED COUNT AND THE VENDOR
      * INVOICE UNIT COST FOR ONE OPEN PO LINE AND HOLDS THEM ON THE
      * RECEIPT TABLE FOR 570 TO POST ONCE THE CHARGES ARE SPREAD. A
      * SHORT SHIPMENT LEAVES THE LINE OPEN FOR THE BACK-ORDERED
      * REMAINDER UNLESS THE RECEIVER CLOSES IT SHORT.
      ******************************************************************
       510-RECEIVE-ONE-LINE.
           COMPUTE WS-OUTSTANDING-QTY =
           MOVE ZEROS TO WS-RECEIVE-QTY
           ACCEPT WS-RECEIVE-QTY
           IF WS-RECEIVE-QTY = ZEROS
               PERFORM 512-ASK-CLOSE-SHORT THRU 512-EXIT
               GO TO 510-EXIT
           END-IF
           IF WS-RECEIVE-QTY > WS-OUTSTANDING-QTY
                   WS-OUTSTANDING-QTY
               MOVE WS-OUTSTANDING-QTY TO WS-RECEIVE-QTY
           END-IF
           IF WS-RC-COUNT = 100
               DISPLAY "RECEIPT HOLDS 100 LINES - RECEIVE THE REST "
                   "ON A SECOND PASS"
               GO TO 510-EXIT
           END-IF

      * The cost on file is offered as the default - a vendor whose
      * price has not moved needs nothing keyed.

           MOVE ZEROS TO WS-OLD-COST
           MOVE WS-PO-TBL-ITEM (WS-PO-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INV-UNIT-COST NUMERIC
                       MOVE INV-UNIT-COST TO WS-OLD-COST
                   END-IF
           END-READ
           DISPLAY "ENTER VENDOR INVOICE UNIT COST (0 = " WS-OLD-COST
               " ON FILE)"
           MOVE ZEROS TO WS-INPUT-COST
           ACCEPT WS-INPUT-COST
           IF WS-INPUT-COST = ZEROS
               MOVE WS-OLD-COST TO WS-INPUT-COST
           END-IF
           ADD 1 TO WS-RC-COUNT
           SET RC-IDX TO WS-RC-COUNT
           MOVE WS-PO-TBL-ITEM (WS-PO-SUB) TO WS-RC-ITEM (RC-IDX)
           MOVE WS-RECEIVE-QTY TO WS-RC-QTY (RC-IDX)
           MOVE WS-INPUT-COST TO WS-RC-INV-COST (RC-IDX)
           COMPUTE WS-RC-EXTENDED (RC-IDX) =
               WS-RECEIVE-QTY * WS-INPUT-COST
           MOVE ZEROS TO WS-RC-ALLOCATED (RC-IDX)
           MOVE WS-INPUT-COST TO WS-RC-LANDED (RC-IDX)
           MOVE WS-PO-TBL-VENDOR (WS-PO-SUB) TO WS-RECEIVE-VENDOR
           MOVE WS-INPUT-COST TO WS-PO-TBL-RECV-COST (WS-PO-SUB)
           ADD WS-RECEIVE-QTY TO WS-PO-TBL-RECEIVED (WS-PO-SUB)
           IF WS-PO-TBL-RECEIVED (WS-PO-SUB)
               NOT < WS-PO-TBL-ORDERED (WS-PO-SUB)
               MOVE "R" TO WS-PO-TBL-STATUS (WS-PO-SUB)
               MOVE WS-RUN-DATE TO WS-PO-TBL-RECV-DATE (WS-PO-SUB)
           ELSE
               PERFORM 512-ASK-CLOSE-SHORT THRU 512-EXIT
           END-IF
           ADD 1 TO WS-LINES-RECEIVED
           PERFORM 530-CHECK-SPECIAL-ORDERS THRU 530-EXIT.
       510-EXIT.

      ******************************************************************
      * 512-ASK-CLOSE-SHORT OFFERS TO CLOSE A LINE THAT IS STILL SHORT
      * OF ITS ORDERED QUANTITY - THE VENDOR HAS CANCELLED THE BACK
      * ORDER OR SHIPPED ALL IT EVER WILL. A CLOSED-SHORT LINE IS
      * DATED LIKE A RECEIVED ONE AND DROPS OFF THE ON-ORDER FIGURES.
      ******************************************************************
       512-ASK-CLOSE-SHORT.
           DISPLAY "CLOSE THIS LINE SHORT - NO MORE COMING? (Y/N)"
           MOVE "N" TO WS-CLOSE-SHORT
           ACCEPT WS-CLOSE-SHORT
           IF WS-CLOSE-SHORT = "Y" OR WS-CLOSE-SHORT = "y"
               MOVE "S" TO WS-PO-TBL-STATUS (WS-PO-SUB)
               MOVE WS-RUN-DATE TO WS-PO-TBL-RECV-DATE (WS-PO-SUB)
               DISPLAY "LINE CLOSED SHORT"
           END-IF.
       512-EXIT.

      ******************************************************************
      * 515-POST-RECEIPT POSTS THE RECEIVED QUANTITY TO THE STOCK
      * LEDGER AT ITS LANDED UNIT COST. RECEIVING LANDS IN STORE 1'S
      * BUCKET.
      ******************************************************************
       515-POST-RECEIPT.
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE 1 TO SK-STORE-NO
           MOVE "R" TO SK-MOVE-TYPE
           MOVE WS-RC-QTY (RC-IDX) TO SK-QTY
           MOVE WS-RC-LANDED (RC-IDX) TO SK-UNIT-COST
           MOVE WS-RECEIVE-PO-NO TO SK-SOURCE-DOC
           MOVE SPACES TO SK-OPERATOR
           MOVE "PURCHORD" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       515-EXIT.

      ******************************************************************
      * 520-LOAD-SPECIAL-ORDERS PULLS THE SPECIAL ORDERS FILE INTO
      * ITS TABLE AHEAD OF THE RECEIVING LOOP. THE FILE IS OPTIONAL.
               WS-SO-TBL-CLIENT (WS-SO-SUB) " ADDED TO CALL LIST".
       540-EXIT.

      ******************************************************************
      * 550-TAKE-CHARGES ASKS FOR THE FREIGHT, DUTY, AND OTHER CHARGES
      * ON THE VENDOR'S INVOICE FOR THIS RECEIPT AND HOW TO SPREAD
      * THEM - BY VALUE (THE DEFAULT, SO A FRAME CARRIES MORE OF THE
      * DUTY THAN A BOX OF TUBES) OR BY QUANTITY.
      ******************************************************************
       550-TAKE-CHARGES.
           DISPLAY "ENTER FREIGHT FOR THIS RECEIPT (0 = NONE)"
           MOVE ZEROS TO WS-FREIGHT-AMT
           ACCEPT WS-FREIGHT-AMT
           DISPLAY "ENTER DUTY FOR THIS RECEIPT (0 = NONE)"
           MOVE ZEROS TO WS-DUTY-AMT
           ACCEPT WS-DUTY-AMT
           DISPLAY "ENTER OTHER CHARGES FOR THIS RECEIPT (0 = NONE)"
           MOVE ZEROS TO WS-OTHER-AMT
           ACCEPT WS-OTHER-AMT
           COMPUTE WS-TOTAL-CHARGES =
               WS-FREIGHT-AMT + WS-DUTY-AMT + WS-OTHER-AMT
           MOVE "V" TO WS-ALLOC-METHOD
           IF WS-TOTAL-CHARGES = ZEROS
               GO TO 550-EXIT
           END-IF
           DISPLAY "ALLOCATE BY V=VALUE Q=QUANTITY"
           ACCEPT WS-ALLOC-METHOD
           IF WS-ALLOC-METHOD = "Q" OR WS-ALLOC-METHOD = "q"
               MOVE "Q" TO WS-ALLOC-METHOD
           ELSE
               MOVE "V" TO WS-ALLOC-METHOD
           END-IF.
       550-EXIT.

      ******************************************************************
      * 560-ALLOCATE-CHARGES SPREADS THE RECEIPT'S CHARGES ACROSS ITS
      * LINES AND WORKS OUT EACH LINE'S LANDED UNIT COST. THE LAST
      * LINE TAKES WHATEVER ROUNDING LEFT OVER SO THE LINES ADD BACK
      * TO THE CHARGES TO THE PENNY. A RECEIPT WITH NO INVOICE VALUE
      * (EVERY LINE AT ZERO COST) CAN ONLY BE SPREAD BY QUANTITY.
      ******************************************************************
       560-ALLOCATE-CHARGES.
           MOVE ZEROS TO WS-RC-TOTAL-VALUE WS-RC-TOTAL-QTY
           PERFORM 562-SUM-RECEIPT-LINE THRU 562-EXIT
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT
           IF WS-RC-TOTAL-VALUE = ZEROS
               MOVE "Q" TO WS-ALLOC-METHOD
           END-IF
           MOVE WS-TOTAL-CHARGES TO WS-CHARGES-LEFT
           PERFORM 564-ALLOCATE-ONE-LINE THRU 564-EXIT
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT.
       560-EXIT.

       562-SUM-RECEIPT-LINE.
           ADD WS-RC-EXTENDED (RC-IDX) TO WS-RC-TOTAL-VALUE
           ADD WS-RC-QTY (RC-IDX) TO WS-RC-TOTAL-QTY.
       562-EXIT.

       564-ALLOCATE-ONE-LINE.
           IF RC-IDX = WS-RC-COUNT
               MOVE WS-CHARGES-LEFT TO WS-RC-ALLOCATED (RC-IDX)
           ELSE
               IF WS-ALLOC-METHOD = "Q"
                   COMPUTE WS-RC-ALLOCATED (RC-IDX) ROUNDED =
                       WS-TOTAL-CHARGES * WS-RC-QTY (RC-IDX)
                       / WS-RC-TOTAL-QTY
               ELSE
                   COMPUTE WS-RC-ALLOCATED (RC-IDX) ROUNDED =
                       WS-TOTAL-CHARGES * WS-RC-EXTENDED (RC-IDX)
                       / WS-RC-TOTAL-VALUE
               END-IF
               IF WS-RC-ALLOCATED (RC-IDX) > WS-CHARGES-LEFT
                   MOVE WS-CHARGES-LEFT TO WS-RC-ALLOCATED (RC-IDX)
               END-IF
           END-IF
           SUBTRACT WS-RC-ALLOCATED (RC-IDX) FROM WS-CHARGES-LEFT
           COMPUTE WS-RC-LANDED (RC-IDX) ROUNDED =
               (WS-RC-EXTENDED (RC-IDX) + WS-RC-ALLOCATED (RC-IDX))
               / WS-RC-QTY (RC-IDX).
       564-EXIT.

      ******************************************************************
      * 570-POST-RECEIPTS POSTS EVERY LINE ON THE RECEIPT TABLE TO THE
      * INVENTORY FILE - THE QUANTITY ONTO THE ON-HAND COUNT AND THE
      * LANDED COST AVERAGED INTO INV-UNIT-COST - AND WRITES THE
      * RECEIVING COST REPORT FOR THE RECEIPT.
      ******************************************************************
       570-POST-RECEIPTS.
           OPEN EXTEND RECEIVING-COST-FILE
           IF WS-RCVCOST-STATUS NOT = "00"
               OPEN OUTPUT RECEIVING-COST-FILE
           END-IF
           OPEN EXTEND COST-CHANGE-LOG
           IF WS-COSTCHG-STATUS NOT = "00"
               OPEN OUTPUT COST-CHANGE-LOG
           END-IF
           MOVE WS-RECEIVE-PO-NO TO RCRH-PO-NUMBER
           MOVE WS-RECEIVE-VENDOR TO RCRH-VENDOR
           MOVE WS-RUN-DATE TO RCRH-DATE
           WRITE RECEIVING-COST-RECORD FROM RCR-HEADING1
           MOVE WS-FREIGHT-AMT TO RCRH-FREIGHT
           MOVE WS-DUTY-AMT TO RCRH-DUTY
           MOVE WS-OTHER-AMT TO RCRH-OTHER
           IF WS-ALLOC-METHOD = "Q"
               MOVE "QUANTITY" TO RCRH-METHOD
           ELSE
               MOVE "VALUE" TO RCRH-METHOD
           END-IF
           WRITE RECEIVING-COST-RECORD FROM RCR-HEADING2
           WRITE RECEIVING-COST-RECORD FROM RCR-COLUMNS
           MOVE ZEROS TO WS-RC-TOTAL-LANDED
           PERFORM 575-POST-ONE-RECEIPT THRU 575-EXIT
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT
           MOVE WS-RC-TOTAL-VALUE TO RCRT-EXTENDED
           MOVE WS-TOTAL-CHARGES TO RCRT-CHARGES
           MOVE WS-RC-TOTAL-LANDED TO RCRT-LANDED
           WRITE RECEIVING-COST-RECORD FROM RCR-TOTAL
           MOVE SPACES TO RECEIVING-COST-RECORD
           WRITE RECEIVING-COST-RECORD
           CLOSE COST-CHANGE-LOG
           CLOSE RECEIVING-COST-FILE
           DISPLAY "RECEIVING COST REPORT WRITTEN FOR PO "
               WS-RECEIVE-PO-NO.
       570-EXIT.

      ******************************************************************
      * 575-POST-ONE-RECEIPT POSTS ONE RECEIVED LINE. THE NEW COST IS
      * THE WEIGHTED AVERAGE OF THE STOCK ALREADY ON HAND AT BOTH
      * STORES AT THE OLD COST AND THE RECEIVED QUANTITY AT ITS
      * LANDED COST. NOTHING ON HAND, OR NO COST EVER KEYED, TAKES
      * THE LANDED COST OUTRIGHT - AVERAGING IN A ZERO WOULD HALVE IT.
      ******************************************************************
       575-POST-ONE-RECEIPT.
           COMPUTE WS-RC-TOTAL-LANDED = WS-RC-TOTAL-LANDED
               + WS-RC-EXTENDED (RC-IDX) + WS-RC-ALLOCATED (RC-IDX)
           MOVE WS-RC-ITEM (RC-IDX) TO RCRD-ITEM
           MOVE WS-RC-QTY (RC-IDX) TO RCRD-QTY
           MOVE WS-RC-INV-COST (RC-IDX) TO RCRD-INV-COST
           MOVE WS-RC-EXTENDED (RC-IDX) TO RCRD-EXTENDED
           MOVE WS-RC-ALLOCATED (RC-IDX) TO RCRD-CHARGES
           MOVE WS-RC-LANDED (RC-IDX) TO RCRD-LANDED
           MOVE WS-RC-ITEM (RC-IDX) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ITEM NO LONGER ON INVENTORY FILE - "
                       "ON-HAND NOT POSTED " WS-RC-ITEM (RC-IDX)
                   MOVE ZEROS TO RCRD-OLD-COST RCRD-NEW-COST
                   WRITE RECEIVING-COST-RECORD FROM RCR-DETAIL
                   GO TO 575-EXIT
           END-READ
           MOVE ZEROS TO WS-OLD-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO WS-OLD-COST
           END-IF
           MOVE INV-QTY-ON-HAND TO WS-STOCK-BEFORE
           IF INV-QTY-STORE2 NUMERIC
               ADD INV-QTY-STORE2 TO WS-STOCK-BEFORE
           END-IF
           IF WS-STOCK-BEFORE = ZEROS OR WS-OLD-COST = ZEROS
               MOVE WS-RC-LANDED (RC-IDX) TO INV-UNIT-COST
           ELSE
               COMPUTE INV-UNIT-COST ROUNDED =
                   ((WS-STOCK-BEFORE * WS-OLD-COST)
                   + (WS-RC-QTY (RC-IDX) * WS-RC-LANDED (RC-IDX)))
                   / (WS-STOCK-BEFORE + WS-RC-QTY (RC-IDX))
           END-IF
           ADD WS-RC-QTY (RC-IDX) TO INV-QTY-ON-HAND
           REWRITE INV-RECORD
           PERFORM 515-POST-RECEIPT THRU 515-EXIT
           MOVE WS-OLD-COST TO RCRD-OLD-COST
           MOVE INV-UNIT-COST TO RCRD-NEW-COST
           WRITE RECEIVING-COST-RECORD FROM RCR-DETAIL
           IF INV-UNIT-COST = WS-OLD-COST
               GO TO 575-EXIT
           END-IF
           MOVE INV-CODE TO CC-ITEM-CODE
           MOVE WS-OLD-COST TO CC-OLD-COST
           MOVE INV-UNIT-COST TO CC-NEW-COST
           MOVE WS-RECEIVE-PO-NO TO CC-PO-NUMBER
           MOVE WS-RC-QTY (RC-IDX) TO CC-QTY-RECEIVED
           MOVE WS-RC-LANDED (RC-IDX) TO CC-LANDED-COST
           ACCEPT CC-DATE FROM DATE YYYYMMDD
           ACCEPT CC-TIME FROM TIME
           MOVE "PURCHORD" TO CC-SOURCE
           WRITE CC-RECORD.
       575-EXIT.

      ******************************************************************
      * 580-WRITE-PUT-AWAY PRINTS THE RECEIPT'S LINES IN BIN-WALK
      * ORDER FOR WHOEVER SHELVES THE DELIVERY. RECEIVED STOCK GOES
      * ONTO STORE 1'S COUNT, SO STORE 1'S LOCATIONS ARE THE ONES
      * USED; AN ITEM KEPT IN SEVERAL BINS GOES TO ITS FIRST ONE IN
      * WALK ORDER AND IS NOTED.
      ******************************************************************
       580-WRITE-PUT-AWAY.
           PERFORM 585-LOAD-BIN-TABLE THRU 585-EXIT
           MOVE ZEROS TO WS-PA-COUNT
           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT
               ADD 1 TO WS-PA-COUNT
               SET PA-IDX TO WS-PA-COUNT
               MOVE HIGH-VALUES TO WS-PA-BIN (PA-IDX)
               MOVE WS-RC-ITEM (RC-IDX) TO WS-PA-ITEM (PA-IDX)
               MOVE WS-RC-QTY (RC-IDX) TO WS-PA-QTY (PA-IDX)
               MOVE ZEROS TO WS-BL-MATCHES
               PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
                   IF WS-BL-TBL-ITEM (WS-BL-SUB) = WS-PA-ITEM (PA-IDX)
                       ADD 1 TO WS-BL-MATCHES
                       IF WS-BL-TBL-BIN (WS-BL-SUB) < WS-PA-BIN (PA-IDX)
                           MOVE WS-BL-TBL-BIN (WS-BL-SUB)
                               TO WS-PA-BIN (PA-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-PA-MORE-BINS (PA-IDX)
               IF WS-BL-MATCHES > 1
                   MOVE "Y" TO WS-PA-MORE-BINS (PA-IDX)
               END-IF
           END-PERFORM

      * Insertion sort into walk order, the way SALESVEL sorts its
      * top sellers.

           PERFORM VARYING WS-PA-SUB FROM 2 BY 1
               UNTIL WS-PA-SUB > WS-PA-COUNT
               MOVE WS-PA-ENTRIES (WS-PA-SUB) TO WS-PA-HOLD
               MOVE WS-PA-SUB TO WS-PA-SUB2
               PERFORM UNTIL WS-PA-SUB2 <= 1
                   OR WS-PA-KEY (WS-PA-SUB2 - 1)
                       NOT > WS-PA-HOLD (1:18)
                   MOVE WS-PA-ENTRIES (WS-PA-SUB2 - 1)
                       TO WS-PA-ENTRIES (WS-PA-SUB2)
                   SUBTRACT 1 FROM WS-PA-SUB2
               END-PERFORM
               MOVE WS-PA-HOLD TO WS-PA-ENTRIES (WS-PA-SUB2)
           END-PERFORM
           OPEN OUTPUT PUT-AWAY-FILE
           MOVE WS-RECEIVE-PO-NO TO PAH-PO-NUMBER
           MOVE WS-RECEIVE-VENDOR TO PAH-VENDOR
           MOVE WS-RUN-DATE TO PAH-DATE
           WRITE PUT-AWAY-RECORD FROM PA-HEADING1
           WRITE PUT-AWAY-RECORD FROM PA-COLUMNS
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > WS-PA-COUNT
               MOVE WS-PA-ITEM (PA-IDX) TO PAD-ITEM INV-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO INV-DESCRIPTION
               END-READ
               MOVE INV-DESCRIPTION TO PAD-DESC
               MOVE WS-PA-QTY (PA-IDX) TO PAD-QTY
               MOVE SPACES TO PAD-NOTE
               IF WS-PA-BIN (PA-IDX) = HIGH-VALUES
                   MOVE "*NONE*" TO PAD-BIN
                   MOVE "ASSIGN A BIN" TO PAD-NOTE
               ELSE
                   MOVE WS-PA-AISLE (PA-IDX) TO PAD-AISLE
                   MOVE "-" TO PAD-DASH1 PAD-DASH2
                   MOVE WS-PA-BAY (PA-IDX) TO PAD-BAY
                   MOVE WS-PA-SHELF (PA-IDX) TO PAD-SHELF
                   IF WS-PA-MORE-BINS (PA-IDX) = "Y"
                       MOVE "ALSO OTHER BINS" TO PAD-NOTE
                   END-IF
               END-IF
               WRITE PUT-AWAY-RECORD FROM PA-DETAIL
           END-PERFORM
           CLOSE PUT-AWAY-FILE
           DISPLAY "PUT-AWAY LIST WRITTEN TO " UT-SYS-PUTAWAY.
       580-EXIT.

      ******************************************************************
      * 585-LOAD-BIN-TABLE READS THE STORE 1 LOCATIONS. NO LOCATION
      * FILE JUST PRINTS EVERY LINE UNLOCATED.
      ******************************************************************
       585-LOAD-BIN-TABLE.
           MOVE ZEROS TO WS-BL-COUNT
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS = "00"
               PERFORM 587-READ-BIN THRU 587-EXIT
                   UNTIL WS-BL-EOF = "YES"
               CLOSE BIN-LOCATION-FILE
           END-IF.
       585-EXIT.

       587-READ-BIN.
           READ BIN-LOCATION-FILE
               AT END
                   MOVE "YES" TO WS-BL-EOF
               NOT AT END
                   IF BL-STORE-NO = 1 AND WS-BL-COUNT < 3000
                       ADD 1 TO WS-BL-COUNT
                       SET BL-IDX TO WS-BL-COUNT
                       MOVE BL-ITEM-CODE TO WS-BL-TBL-ITEM (BL-IDX)
                       MOVE BL-BIN TO WS-BL-TBL-BIN (BL-IDX)
                   END-IF
           END-READ.
       587-EXIT.

      ******************************************************************
      * 750-REWRITE-SPECIAL-ORDERS WRITES THE SPECIAL ORDERS FILE
      * BACK OUT WITH THE ARRIVED FLAGS SET.
               MOVE WS-PO-TBL-STATUS (PO-IDX) TO PO-STATUS
               MOVE WS-PO-TBL-ORDER-DATE (PO-IDX) TO PO-ORDER-DATE
               MOVE WS-PO-TBL-RECV-DATE (PO-IDX) TO PO-RECEIVED-DATE
               MOVE WS-PO-TBL-RECV-COST (PO-IDX) TO PO-RECEIVED-COST
               MOVE WS-PO-TBL-INVOICED (PO-IDX) TO PO-QTY-INVOICED
               WRITE PO-RECORD
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.
