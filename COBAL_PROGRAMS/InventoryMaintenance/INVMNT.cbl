      * manager override on every invoice; this program is the one
      * place to do it instead, and because it works the indexed file
      * in place the registers see a change on the very next lookup.
      *
      * Kit (package) definitions - which components, and how many of
      * each, a package item on the file stands for (see copybooks/
      * KITDEF.cpy) - are kept from the K option. The definitions are
      * held in a table while the screen is up and written back out
      * when the operator leaves it, the way TIERMNT keeps its tiers.
      *
      * Item supersessions - a manufacturer's replacement part number
      * standing in for a retired one from an effective date (see
      * copybooks/SUPERSED.cpy) - are kept from the S option the same
      * way. A superseded item stays on file until its stock is sold
      * off; the registers sell the old stock first and then switch
      * to the replacement on their own.
      *
      * Bin locations - the aisle, bay, and shelf an item is kept in
      * at each store, as many as it needs (see copybooks/BINLOC.cpy)
      * - are kept from the B option the same way again. Retiring an
      * item drops its locations with it.
      *
      * Each item also carries a merchandise category code, keyed on
      * add or change, that the campaign extract selects buyers by.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCCHG-STATUS.

      * Select statement for the kit definitions PROGRAM1 reads when
      * a package item is rung.

       SELECT KIT-FILE
               ASSIGN TO UT-SYS-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITDEF-STATUS.

      * Select statement for the item supersessions PROGRAM1,
      * PURCHORD, SALESVEL, and REORDCAL read.

       SELECT SUPERSESSION-FILE
               ASSIGN TO UT-SYS-SUPERSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERSED-STATUS.

      * Select statement for the bin locations CYCLECNT, PURCHORD,
      * and FULFILL print in walk order.

       SELECT BIN-LOCATION-FILE
               ASSIGN TO UT-SYS-BINLOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.

      * Select statement for the unit cost change log (see copybooks/
      * COSTCHG.cpy) PURCHORD's receiving mode also writes to.

       SELECT COST-CHANGE-LOG
               ASSIGN TO UT-SYS-COSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCHG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FD  PRICE-CHANGE-LOG.
       COPY PRCCHG.

      * File description for the kit definitions.

       FD  KIT-FILE.
       COPY KITDEF.

      * File description for the item supersessions.

       FD  SUPERSESSION-FILE.
       COPY SUPERSED.

      * File description for the bin locations.

       FD  BIN-LOCATION-FILE.
       COPY BINLOC.

      * File description for the unit cost change log.

       FD  COST-CHANGE-LOG.
       COPY COSTCHG.

      * Working storage variables.

       WORKING-STORAGE SECTION.
          05 WS-INPUT-PRICE                  PIC 99999V99.
          05 WS-INPUT-QTY-ON-HAND            PIC 9(5).
          05 WS-INPUT-REORDER-POINT          PIC 9(5).
          05 WS-INPUT-ORDER-QTY              PIC 9(5).
          05 WS-CONFIRM                      PIC X.
          05 WS-PRCCHG-STATUS                PIC XX.
          05 WS-OLD-PRICE                    PIC 99999V99.
          05 WS-INPUT-UNIT-COST              PIC 99999V99.
          05 WS-INPUT-WEB-FLAG               PIC X.
          05 WS-INPUT-CATEGORY               PIC X(4).
          05 WS-KITDEF-STATUS                PIC XX.
          05 WS-KIT-EOF                      PIC XXX.
          05 WS-KIT-DONE                     PIC XXX.
          05 WS-KIT-CHOICE                   PIC X.
          05 WS-KIT-FOUND                    PIC XXX.
          05 WS-KIT-SUB                      PIC 999.
          05 WS-ENTRY-SUB                    PIC 999.
          05 WS-INPUT-KIT-CODE               PIC X(10).
          05 WS-INPUT-COMP-QTY               PIC 99.
          05 WS-INPUT-COMP-TYPE              PIC X.
          05 WS-KIT-LIST-TOTAL               PIC 9(7)V99.
          05 WS-LEDGER-BEFORE                PIC 9(5).
          05 WS-LEDGER-STORE2                PIC 9(5).
          05 WS-COSTCHG-STATUS               PIC XX.
          05 WS-OLD-COST                     PIC 99999V99.
          05 WS-SUPERSED-STATUS              PIC XX.
          05 WS-SU-EOF                       PIC XXX.
          05 WS-SU-DONE                      PIC XXX.
          05 WS-SU-CHOICE                    PIC X.
          05 WS-SU-FOUND                     PIC XXX.
          05 WS-SU-LOOP                      PIC XXX.
          05 WS-SU-SUB                       PIC 999.
          05 WS-SU-HOPS                      PIC 99.
          05 WS-INPUT-NEW-CODE               PIC X(10).
          05 WS-INPUT-EFF-DATE               PIC 9(8).
          05 WS-CHAIN-CODE                   PIC X(10).
          05 WS-BINLOC-STATUS                PIC XX.
          05 WS-BL-EOF                       PIC XXX.
          05 WS-BL-DONE                      PIC XXX.
          05 WS-BL-CHOICE                    PIC X.
          05 WS-BL-FOUND                     PIC XXX.
          05 WS-BL-SUB                       PIC 9(4).
          05 WS-BL-ENTRY-SUB                 PIC 9(4).
          05 WS-BL-LISTED                    PIC 9(4).
          05 WS-INPUT-STORE                  PIC 99.
          05 WS-INPUT-BIN.
             10 WS-INPUT-AISLE               PIC X(3).
             10 WS-INPUT-BAY                 PIC X(3).
             10 WS-INPUT-SHELF               PIC X(2).

      * Kit definitions while the K screen is up - one entry per
      * component line, loaded on the way in and written back out on
      * the way out.

       01 WS-KIT-TABLE.
          05 WS-KIT-COUNT                    PIC 999 VALUE 0.
          05 WS-KIT-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-KIT-COUNT
               INDEXED BY KIT-IDX.
             10 WS-KIT-TBL-KIT-CODE          PIC X(10).
             10 WS-KIT-TBL-COMP-CODE         PIC X(10).
             10 WS-KIT-TBL-COMP-QTY          PIC 99.
             10 WS-KIT-TBL-COMP-TYPE         PIC X.

      * Item supersessions while the S screen is up - one entry per
      * old code, loaded on the way in and written back out on the
      * way out.

       01 WS-SU-TABLE.
          05 WS-SU-COUNT                     PIC 999 VALUE 0.
          05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SU-COUNT
               INDEXED BY SU-IDX.
             10 WS-SU-TBL-OLD-CODE           PIC X(10).
             10 WS-SU-TBL-NEW-CODE           PIC X(10).
             10 WS-SU-TBL-EFF-DATE           PIC 9(8).

      * Bin locations while the B screen is up - one entry per place
      * an item is kept, loaded on the way in and written back out on
      * the way out.

       01 WS-BL-TABLE.
          05 WS-BL-COUNT                     PIC 9(4) VALUE 0.
          05 WS-BL-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-BL-COUNT
               INDEXED BY BL-IDX.
             10 WS-BL-TBL-ITEM               PIC X(10).
             10 WS-BL-TBL-STORE              PIC 99.
             10 WS-BL-TBL-BIN.
                15 WS-BL-TBL-AISLE           PIC X(3).
                15 WS-BL-TBL-BAY             PIC X(3).
                15 WS-BL-TBL-SHELF           PIC X(2).

      * Edited price for the list display.

       01 WS-OUTPUT-FIELDS.
          05 WO-PRICE                        PIC ZZZZ9.99.
          05 WO-LIST-TOTAL                   PIC ZZZZZZ9.99.

      * Files


       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * a hand change to the on-hand count is a stock movement too.

       COPY STKPOSTWS.

       01 WS-LOCK-VARS.
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-PRCCHG                   PIC X(60)
          VALUE "C:\COBOL\PriceChangeLog.txt".
          05 UT-SYS-KITDEF                   PIC X(60)
          VALUE "C:\COBOL\KitDefs.txt".
          05 UT-SYS-COSTCHG                  PIC X(60)
          VALUE "C:\COBOL\CostChangeLog.txt".
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".
          05 UT-SYS-BINLOC                   PIC X(60)
          VALUE "C:\COBOL\BinLocations.txt".

      * Start of procedure division

           DISPLAY "C - CHANGE AN ITEM'S DESCRIPTION/PRICE"
           DISPLAY "D - RETIRE (DELETE) AN ITEM"
           DISPLAY "L - LIST ALL ITEMS ON FILE"
           DISPLAY "K - MAINTAIN KIT (PACKAGE) DEFINITIONS"
           DISPLAY "S - MAINTAIN ITEM SUPERSESSIONS (REPLACED CODES)"
           DISPLAY "B - MAINTAIN BIN LOCATIONS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 310-LIST-ITEMS THRU 310-EXIT
               WHEN "K"
               WHEN "k"
                   PERFORM 700-KIT-MAINTENANCE THRU 700-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 800-SUPERSESSION-MAINT THRU 800-EXIT
               WHEN "B"
               WHEN "b"
                   PERFORM 900-BIN-MAINTENANCE THRU 900-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
           ACCEPT WS-INPUT-QTY-ON-HAND
           DISPLAY "ENTER REORDER POINT"
           ACCEPT WS-INPUT-REORDER-POINT
           DISPLAY "ENTER ORDER QUANTITY (0 = TWICE THE REORDER POINT)"
           MOVE ZEROS TO WS-INPUT-ORDER-QTY
           ACCEPT WS-INPUT-ORDER-QTY
           DISPLAY "SELL ON THE WEB STOREFRONT? (Y/N)"
           ACCEPT WS-INPUT-WEB-FLAG
           MOVE SPACES TO WS-INPUT-CATEGORY
           DISPLAY "ENTER CATEGORY CODE (ENTER FOR NONE)"
           ACCEPT WS-INPUT-CATEGORY
           MOVE WS-INPUT-CODE TO INV-CODE
           MOVE WS-INPUT-DESCRIPTION TO INV-DESCRIPTION
           MOVE WS-INPUT-PRICE TO INV-PRICE
           MOVE WS-INPUT-QTY-ON-HAND TO INV-QTY-ON-HAND
           MOVE ZEROS TO INV-QTY-STORE2
           MOVE WS-INPUT-REORDER-POINT TO INV-REORDER-POINT
           MOVE WS-INPUT-ORDER-QTY TO INV-ORDER-QTY
           PERFORM 560-SET-WEB-FLAG THRU 560-EXIT
           MOVE WS-INPUT-CATEGORY TO INV-CATEGORY
           WRITE INV-RECORD
               INVALID KEY
                   DISPLAY "ITEM CODE ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "ITEM ADDED"
                   MOVE 1 TO SK-STORE-NO
                   MOVE "N" TO SK-MOVE-TYPE
                   MOVE INV-QTY-ON-HAND TO SK-QTY
                   PERFORM 570-POST-STOCK-MOVE THRU 570-EXIT
           END-WRITE.
       400-EXIT.

                   DISPLAY "ITEM CODE NOT FOUND"
                   GO TO 500-EXIT
           END-READ
           MOVE INV-QTY-ON-HAND TO WS-LEDGER-BEFORE
           MOVE INV-UNIT-COST TO WS-OLD-COST
           MOVE INV-PRICE TO WO-PRICE
           DISPLAY "ON FILE: " INV-DESCRIPTION " " WO-PRICE
               " ON HAND " INV-QTY-ON-HAND
               ACCEPT WS-INPUT-QTY-ON-HAND
               DISPLAY "ENTER REORDER POINT"
               ACCEPT WS-INPUT-REORDER-POINT
               DISPLAY "ENTER ORDER QUANTITY "
                   "(0 = TWICE THE REORDER POINT)"
               MOVE ZEROS TO WS-INPUT-ORDER-QTY
               ACCEPT WS-INPUT-ORDER-QTY
               MOVE WS-INPUT-QTY-ON-HAND TO INV-QTY-ON-HAND
               MOVE WS-INPUT-REORDER-POINT TO INV-REORDER-POINT
               MOVE WS-INPUT-ORDER-QTY TO INV-ORDER-QTY
           END-IF
           IF INV-NOT-FOR-WEB
               DISPLAY "NOT LISTED ON THE WEB STOREFRONT"
           ELSE
               DISPLAY "LISTED ON THE WEB STOREFRONT"
           END-IF
           DISPLAY "CHANGE WEB STOREFRONT LISTING? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               DISPLAY "SELL ON THE WEB STOREFRONT? (Y/N)"
               ACCEPT WS-INPUT-WEB-FLAG
               PERFORM 560-SET-WEB-FLAG THRU 560-EXIT
           END-IF
           DISPLAY "CATEGORY: " INV-CATEGORY
           MOVE SPACES TO WS-INPUT-CATEGORY
           DISPLAY "ENTER NEW CATEGORY CODE (ENTER TO KEEP)"
           ACCEPT WS-INPUT-CATEGORY
           IF WS-INPUT-CATEGORY NOT = SPACES
               MOVE WS-INPUT-CATEGORY TO INV-CATEGORY
           END-IF
           REWRITE INV-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED - STATUS " WS-INVENTORY-STATUS
               NOT INVALID KEY
                   DISPLAY "ITEM CHANGED"
                   MOVE 1 TO SK-STORE-NO
                   MOVE "M" TO SK-MOVE-TYPE
                   COMPUTE SK-QTY = INV-QTY-ON-HAND - WS-LEDGER-BEFORE
                   PERFORM 570-POST-STOCK-MOVE THRU 570-EXIT
                   IF INV-UNIT-COST NOT = WS-OLD-COST
                       PERFORM 580-LOG-COST-CHANGE THRU 580-EXIT
                   END-IF
           END-REWRITE.
       500-EXIT.

           CLOSE PRICE-CHANGE-LOG.
       550-EXIT.

      ******************************************************************
      * 560-SET-WEB-FLAG SETS THE WEB STOREFRONT FLAG FROM THE Y/N
      * JUST KEYED. ONLY AN N KEEPS THE ITEM OFF THE NIGHTLY FEED.
      ******************************************************************
       560-SET-WEB-FLAG.
           IF WS-INPUT-WEB-FLAG = "N" OR WS-INPUT-WEB-FLAG = "n"
               MOVE "N" TO INV-WEB-FLAG
           ELSE
               MOVE "Y" TO INV-WEB-FLAG
           END-IF.
       560-EXIT.

      ******************************************************************
      * 570-POST-STOCK-MOVE WRITES THE STOCK-LEDGER ENTRY FOR A HAND
      * CHANGE TO AN ON-HAND COUNT, SO THE MONTH-END ROLL-FORWARD
      * (STKPROOF) STILL BALANCES. THE CALLER SETS SK-STORE-NO,
      * SK-MOVE-TYPE AND THE SIGNED SK-QTY; A ZERO QUANTITY POSTS
      * NOTHING.
      ******************************************************************
       570-POST-STOCK-MOVE.
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE ZEROS TO SK-UNIT-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE SPACES TO SK-SOURCE-DOC
           MOVE SPACES TO SK-OPERATOR
           MOVE "INVMNT" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       570-EXIT.

      ******************************************************************
      * 580-LOG-COST-CHANGE APPENDS ONE RECORD TO THE UNIT COST CHANGE
      * LOG FOR A COST KEYED BY HAND - NO PO, NOTHING RECEIVED.
      ******************************************************************
       580-LOG-COST-CHANGE.
           OPEN EXTEND COST-CHANGE-LOG
           IF WS-COSTCHG-STATUS NOT = "00"
               OPEN OUTPUT COST-CHANGE-LOG
           END-IF
           MOVE INV-CODE TO CC-ITEM-CODE
           MOVE WS-OLD-COST TO CC-OLD-COST
           MOVE INV-UNIT-COST TO CC-NEW-COST
           MOVE ZEROS TO CC-PO-NUMBER CC-QTY-RECEIVED CC-LANDED-COST
           ACCEPT CC-DATE FROM DATE YYYYMMDD
           ACCEPT CC-TIME FROM TIME
           MOVE "INVMNT" TO CC-SOURCE
           WRITE CC-RECORD
           CLOSE COST-CHANGE-LOG.
       580-EXIT.

      ******************************************************************
      * 600-RETIRE-ITEM DELETES AN EXISTING ITEM FROM THE FILE AFTER
      * SHOWING IT AND ASKING FOR CONFIRMATION.
                   DISPLAY "ITEM CODE NOT FOUND"
                   GO TO 600-EXIT
           END-READ

      * An item some kit still names would leave the registers
      * refusing that package outright - the kit is changed first.

           PERFORM 710-LOAD-KIT-TABLE THRU 710-EXIT
           MOVE "NO" TO WS-KIT-FOUND
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) = INV-CODE
                   DISPLAY "COMPONENT OF KIT "
                       WS-KIT-TBL-KIT-CODE (WS-KIT-SUB)
                   MOVE "YES" TO WS-KIT-FOUND
               END-IF
           END-PERFORM
           IF WS-KIT-FOUND = "YES"
               DISPLAY "REMOVE IT FROM THE KIT(S) FIRST - NOT RETIRED"
               GO TO 600-EXIT
           END-IF

      * The replacement named on a supersession is where the
      * registers send the old code - retiring it would strand every
      * scan of the old code. A superseded item with stock left is
      * better left to sell off.

           PERFORM 810-LOAD-SU-TABLE THRU 810-EXIT
           MOVE "NO" TO WS-SU-FOUND
           PERFORM VARYING WS-SU-SUB FROM 1 BY 1
               UNTIL WS-SU-SUB > WS-SU-COUNT
               IF WS-SU-TBL-NEW-CODE (WS-SU-SUB) = INV-CODE
                   DISPLAY "REPLACES SUPERSEDED CODE "
                       WS-SU-TBL-OLD-CODE (WS-SU-SUB)
                   MOVE "YES" TO WS-SU-FOUND
               END-IF
           END-PERFORM
           IF WS-SU-FOUND = "YES"
               DISPLAY "CHANGE THE SUPERSESSION(S) FIRST - NOT RETIRED"
               GO TO 600-EXIT
           END-IF
           MOVE INV-CODE TO WS-CHAIN-CODE
           PERFORM 860-FIND-SUPERSESSION THRU 860-EXIT
           IF WS-SU-FOUND = "YES"
               AND (INV-QTY-ON-HAND > ZEROS OR INV-QTY-STORE2 > ZEROS)
               DISPLAY "SUPERSEDED BUT STILL STOCKED - THE REGISTERS "
                   "SELL IT OFF BEFORE SWITCHING"
           END-IF
           MOVE INV-PRICE TO WO-PRICE
           DISPLAY "RETIRE " INV-DESCRIPTION " " WO-PRICE "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE INV-QTY-ON-HAND TO WS-LEDGER-BEFORE
               MOVE INV-QTY-STORE2 TO WS-LEDGER-STORE2
               DELETE INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "RETIRE FAILED - STATUS "
                           WS-INVENTORY-STATUS
                   NOT INVALID KEY
                       DISPLAY "ITEM RETIRED"
                       PERFORM 610-POST-RETIRED-STOCK THRU 610-EXIT
                       MOVE INV-CODE TO WS-INPUT-KIT-CODE
                       PERFORM 775-DROP-KIT THRU 775-EXIT
                       IF WS-KIT-FOUND = "YES"
                           PERFORM 790-SAVE-KIT-TABLE THRU 790-EXIT
                           DISPLAY "ITS KIT DEFINITION WAS REMOVED"
                       END-IF
                       PERFORM 975-DROP-ITEM-BINS THRU 975-EXIT
               END-DELETE
           END-IF.
       600-EXIT.

      * Whatever was still counted at either store leaves the books
      * with the item, so the ledger nets it to zero.

       610-POST-RETIRED-STOCK.
           MOVE "M" TO SK-MOVE-TYPE
           MOVE 1 TO SK-STORE-NO
           COMPUTE SK-QTY = 0 - WS-LEDGER-BEFORE
           PERFORM 570-POST-STOCK-MOVE THRU 570-EXIT
           MOVE "M" TO SK-MOVE-TYPE
           MOVE 2 TO SK-STORE-NO
           COMPUTE SK-QTY = 0 - WS-LEDGER-STORE2
           PERFORM 570-POST-STOCK-MOVE THRU 570-EXIT.
       610-EXIT.

      ******************************************************************
      * 700-KIT-MAINTENANCE RUNS THE KIT DEFINITION SCREEN. A KIT IS
      * AN ITEM ALREADY ON THE INVENTORY FILE (ADDED THROUGH A WITH
      * THE PACKAGE DESCRIPTION AND BUNDLE PRICE); THIS SCREEN SAYS
      * WHICH ITEMS GO OUT WITH IT. THE DEFINITIONS ARE WRITTEN BACK
      * OUT WHEN THE OPERATOR LEAVES THE SCREEN.
      ******************************************************************
       700-KIT-MAINTENANCE.
           PERFORM 710-LOAD-KIT-TABLE THRU 710-EXIT
           MOVE "NO" TO WS-KIT-DONE
           PERFORM 720-KIT-MENU THRU 720-EXIT
               UNTIL WS-KIT-DONE = "YES"
           PERFORM 790-SAVE-KIT-TABLE THRU 790-EXIT.
       700-EXIT.

      ******************************************************************
      * 710-LOAD-KIT-TABLE READS THE KIT DEFINITIONS INTO THE TABLE.
      * A MISSING FILE JUST MEANS NO KITS YET - SAVING CREATES IT.
      ******************************************************************
       710-LOAD-KIT-TABLE.
           MOVE ZEROS TO WS-KIT-COUNT
           MOVE "NO" TO WS-KIT-EOF
           OPEN INPUT KIT-FILE
           IF WS-KITDEF-STATUS = "00"
               PERFORM 715-READ-KIT THRU 715-EXIT
                   UNTIL WS-KIT-EOF = "YES"
               CLOSE KIT-FILE
           END-IF.
       710-EXIT.

       715-READ-KIT.
           READ KIT-FILE
               AT END
                   MOVE "YES" TO WS-KIT-EOF
               NOT AT END
                   IF WS-KIT-COUNT >= 500
                       DISPLAY "KIT TABLE IS FULL - "
                           "REMAINING LINES SKIPPED"
                       MOVE "YES" TO WS-KIT-EOF
                   ELSE
                       ADD 1 TO WS-KIT-COUNT
                       SET KIT-IDX TO WS-KIT-COUNT
                       MOVE KD-KIT-CODE
                           TO WS-KIT-TBL-KIT-CODE (KIT-IDX)
                       MOVE KD-COMP-CODE
                           TO WS-KIT-TBL-COMP-CODE (KIT-IDX)
                       MOVE KD-COMP-QTY
                           TO WS-KIT-TBL-COMP-QTY (KIT-IDX)
                       MOVE KD-COMP-TYPE
                           TO WS-KIT-TBL-COMP-TYPE (KIT-IDX)
                   END-IF
           END-READ.
       715-EXIT.

      ******************************************************************
      * 720-KIT-MENU DISPLAYS THE KIT DEFINITION MENU AND ROUTES TO
      * THE CHOSEN OPERATION.
      ******************************************************************
       720-KIT-MENU.
           DISPLAY " "
           DISPLAY "KIT (PACKAGE) DEFINITIONS"
           DISPLAY "L - LIST EVERY KIT LINE ON FILE"
           DISPLAY "S - SHOW ONE KIT WITH ITS LIST VALUE"
           DISPLAY "A - ADD A COMPONENT TO A KIT"
           DISPLAY "D - DELETE A COMPONENT FROM A KIT"
           DISPLAY "R - REMOVE A WHOLE KIT DEFINITION"
           DISPLAY "X - SAVE AND RETURN"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-KIT-CHOICE
           EVALUATE WS-KIT-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 730-LIST-KITS THRU 730-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 740-SHOW-KIT THRU 740-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 750-ADD-COMPONENT THRU 750-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 760-DELETE-COMPONENT THRU 760-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 770-REMOVE-KIT THRU 770-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-KIT-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       720-EXIT.

      ******************************************************************
      * 730-LIST-KITS LISTS EVERY COMPONENT LINE ON FILE, KIT BY KIT
      * AS THEY WERE ENTERED.
      ******************************************************************
       730-LIST-KITS.
           DISPLAY " "
           DISPLAY "KIT        COMPONENT  QTY TYPE DESCRIPTION"
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
               MOVE WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) TO INV-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO INV-DESCRIPTION
               END-READ
               DISPLAY WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) " "
                   WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) " "
                   WS-KIT-TBL-COMP-QTY (WS-KIT-SUB) "   "
                   WS-KIT-TBL-COMP-TYPE (WS-KIT-SUB) "    "
                   INV-DESCRIPTION
           END-PERFORM.
       730-EXIT.

      ******************************************************************
      * 740-SHOW-KIT SHOWS ONE KIT'S BUNDLE PRICE AGAINST WHAT ITS
      * COMPONENTS WOULD COST RUNG ONE BY ONE, SO THE DESK CAN SEE
      * WHAT THE PACKAGE GIVES AWAY.
      ******************************************************************
       740-SHOW-KIT.
           DISPLAY "ENTER KIT ITEM CODE"
           ACCEPT WS-INPUT-KIT-CODE
           MOVE WS-INPUT-KIT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "KIT ITEM NOT ON THE INVENTORY FILE"
                   GO TO 740-EXIT
           END-READ
           MOVE INV-PRICE TO WO-PRICE
           DISPLAY INV-CODE " " INV-DESCRIPTION " BUNDLE PRICE "
               WO-PRICE
           MOVE ZEROS TO WS-KIT-LIST-TOTAL
           MOVE "NO" TO WS-KIT-FOUND
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) = WS-INPUT-KIT-CODE
                   MOVE "YES" TO WS-KIT-FOUND
                   MOVE WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) TO INV-CODE
                   READ INVENTORY-FILE
                       INVALID KEY
                           MOVE "*** NOT ON FILE ***"
                               TO INV-DESCRIPTION
                           MOVE ZEROS TO INV-PRICE
                   END-READ
                   COMPUTE WS-KIT-LIST-TOTAL = WS-KIT-LIST-TOTAL
                       + INV-PRICE * WS-KIT-TBL-COMP-QTY (WS-KIT-SUB)
                   MOVE INV-PRICE TO WO-PRICE
                   DISPLAY "   " WS-KIT-TBL-COMP-QTY (WS-KIT-SUB) " X "
                       INV-CODE " " INV-DESCRIPTION " " WO-PRICE
               END-IF
           END-PERFORM
           IF WS-KIT-FOUND = "NO"
               DISPLAY "NO COMPONENTS DEFINED - IT RINGS AS ITSELF"
               GO TO 740-EXIT
           END-IF
           MOVE WS-KIT-LIST-TOTAL TO WO-LIST-TOTAL
           DISPLAY "   COMPONENTS AT LIST " WO-LIST-TOTAL.
       740-EXIT.

      ******************************************************************
      * 750-ADD-COMPONENT ADDS ONE COMPONENT LINE TO A KIT, STARTING
      * THE KIT IF IT HAS NONE YET. THE KIT AND THE COMPONENT MUST
      * BOTH BE ON THE INVENTORY FILE, A KIT CANNOT CONTAIN ANOTHER
      * KIT OR ITSELF, AND A BIKE COMPONENT IS ALWAYS ONE PER KIT.
      * TO CHANGE A QUANTITY, DELETE THE LINE AND ADD IT AGAIN.
      ******************************************************************
       750-ADD-COMPONENT.
           IF WS-KIT-COUNT >= 500
               DISPLAY "KIT TABLE IS FULL"
               GO TO 750-EXIT
           END-IF
           DISPLAY "ENTER KIT ITEM CODE"
           ACCEPT WS-INPUT-KIT-CODE
           MOVE WS-INPUT-KIT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ADD THE KIT AS AN ITEM FIRST (OPTION A)"
                   GO TO 750-EXIT
           END-READ
           MOVE WS-INPUT-KIT-CODE TO WS-INPUT-CODE
           PERFORM 780-FIND-AS-COMPONENT THRU 780-EXIT
           IF WS-KIT-FOUND = "YES"
               DISPLAY "THAT ITEM IS A COMPONENT OF ANOTHER KIT"
               GO TO 750-EXIT
           END-IF
           DISPLAY "ENTER COMPONENT ITEM CODE"
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE = WS-INPUT-KIT-CODE
               DISPLAY "A KIT CANNOT CONTAIN ITSELF"
               GO TO 750-EXIT
           END-IF
           MOVE WS-INPUT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "COMPONENT NOT ON THE INVENTORY FILE"
                   GO TO 750-EXIT
           END-READ
           MOVE "NO" TO WS-KIT-FOUND
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) = WS-INPUT-CODE
                   MOVE "YES" TO WS-KIT-FOUND
               END-IF
           END-PERFORM
           IF WS-KIT-FOUND = "YES"
               DISPLAY "A KIT CANNOT CONTAIN ANOTHER KIT"
               GO TO 750-EXIT
           END-IF
           PERFORM 785-FIND-KIT-LINE THRU 785-EXIT
           IF WS-KIT-FOUND = "YES"
               DISPLAY "ALREADY IN THE KIT - DELETE IT TO CHANGE IT"
               GO TO 750-EXIT
           END-IF
           DISPLAY INV-DESCRIPTION
           DISPLAY "B - A BIKE (ONE PER KIT, SERIAL TAKEN AT SALE) "
               "OR A - ANYTHING ELSE"
           ACCEPT WS-INPUT-COMP-TYPE
           IF WS-INPUT-COMP-TYPE = "b"
               MOVE "B" TO WS-INPUT-COMP-TYPE
           END-IF
           IF WS-INPUT-COMP-TYPE NOT = "B"
               MOVE "A" TO WS-INPUT-COMP-TYPE
           END-IF
           MOVE 1 TO WS-INPUT-COMP-QTY
           IF WS-INPUT-COMP-TYPE = "A"
               DISPLAY "ENTER QUANTITY PER KIT (2 DIGITS)"
               ACCEPT WS-INPUT-COMP-QTY
               IF WS-INPUT-COMP-QTY = 0
                   MOVE 1 TO WS-INPUT-COMP-QTY
               END-IF
           END-IF
           ADD 1 TO WS-KIT-COUNT
           SET KIT-IDX TO WS-KIT-COUNT
           MOVE WS-INPUT-KIT-CODE TO WS-KIT-TBL-KIT-CODE (KIT-IDX)
           MOVE WS-INPUT-CODE TO WS-KIT-TBL-COMP-CODE (KIT-IDX)
           MOVE WS-INPUT-COMP-QTY TO WS-KIT-TBL-COMP-QTY (KIT-IDX)
           MOVE WS-INPUT-COMP-TYPE TO WS-KIT-TBL-COMP-TYPE (KIT-IDX)
           DISPLAY "COMPONENT ADDED".
       750-EXIT.

      ******************************************************************
      * 760-DELETE-COMPONENT REMOVES ONE COMPONENT LINE FROM A KIT,
      * SLIDING EVERY LATER LINE DOWN ONE SUBSCRIPT.
      ******************************************************************
       760-DELETE-COMPONENT.
           DISPLAY "ENTER KIT ITEM CODE"
           ACCEPT WS-INPUT-KIT-CODE
           DISPLAY "ENTER COMPONENT ITEM CODE TO DELETE"
           ACCEPT WS-INPUT-CODE
           PERFORM 785-FIND-KIT-LINE THRU 785-EXIT
           IF WS-KIT-FOUND = "NO"
               DISPLAY "KIT/COMPONENT NOT FOUND"
               GO TO 760-EXIT
           END-IF
           PERFORM VARYING KIT-IDX FROM WS-ENTRY-SUB BY 1
               UNTIL KIT-IDX >= WS-KIT-COUNT
               MOVE WS-KIT-ENTRIES (KIT-IDX + 1)
                   TO WS-KIT-ENTRIES (KIT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-KIT-COUNT
           DISPLAY "COMPONENT DELETED".
       760-EXIT.

      ******************************************************************
      * 770-REMOVE-KIT DROPS EVERY COMPONENT LINE OF A KIT AFTER
      * CONFIRMATION. THE KIT'S INVENTORY RECORD STAYS - WITH NO
      * DEFINITION IT RINGS AS AN ORDINARY ITEM, SO RETIRE IT TOO IF
      * THE PACKAGE IS GONE.
      ******************************************************************
       770-REMOVE-KIT.
           DISPLAY "ENTER KIT ITEM CODE TO REMOVE"
           ACCEPT WS-INPUT-KIT-CODE
           DISPLAY "REMOVE EVERY COMPONENT OF " WS-INPUT-KIT-CODE
               "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 770-EXIT
           END-IF
           PERFORM 775-DROP-KIT THRU 775-EXIT
           DISPLAY "KIT DEFINITION REMOVED".
       770-EXIT.

      ******************************************************************
      * 775-DROP-KIT TAKES EVERY LINE FOR WS-INPUT-KIT-CODE OUT OF THE
      * TABLE. CALLED FROM THE K SCREEN, AND FROM 600-RETIRE-ITEM SO A
      * RETIRED PACKAGE DOES NOT LEAVE ITS DEFINITION BEHIND.
      ******************************************************************
       775-DROP-KIT.
           MOVE "NO" TO WS-KIT-FOUND
           MOVE 1 TO WS-KIT-SUB
           PERFORM 776-DROP-KIT-LINE THRU 776-EXIT
               UNTIL WS-KIT-SUB > WS-KIT-COUNT.
       775-EXIT.

       776-DROP-KIT-LINE.
           IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) NOT = WS-INPUT-KIT-CODE
               ADD 1 TO WS-KIT-SUB
               GO TO 776-EXIT
           END-IF
           MOVE "YES" TO WS-KIT-FOUND
           PERFORM VARYING KIT-IDX FROM WS-KIT-SUB BY 1
               UNTIL KIT-IDX >= WS-KIT-COUNT
               MOVE WS-KIT-ENTRIES (KIT-IDX + 1)
                   TO WS-KIT-ENTRIES (KIT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-KIT-COUNT.
       776-EXIT.

      ******************************************************************
      * 780-FIND-AS-COMPONENT SETS WS-KIT-FOUND WHEN THE ITEM IN
      * WS-INPUT-CODE IS A COMPONENT OF ANY KIT.
      ******************************************************************
       780-FIND-AS-COMPONENT.
           MOVE "NO" TO WS-KIT-FOUND
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) = WS-INPUT-CODE
                   MOVE "YES" TO WS-KIT-FOUND
               END-IF
           END-PERFORM.
       780-EXIT.

      ******************************************************************
      * 785-FIND-KIT-LINE SEARCHES THE TABLE FOR THE KEYED KIT AND
      * COMPONENT, SETTING WS-KIT-FOUND AND WS-ENTRY-SUB THE SAME WAY
      * TIERMNT'S 700-FIND-TIER DOES.
      ******************************************************************
       785-FIND-KIT-LINE.
           MOVE "NO" TO WS-KIT-FOUND
           IF WS-KIT-COUNT > 0
               SET KIT-IDX TO 1
               SEARCH WS-KIT-ENTRIES
                   AT END
                       MOVE "NO" TO WS-KIT-FOUND
                   WHEN WS-INPUT-KIT-CODE
                           = WS-KIT-TBL-KIT-CODE (KIT-IDX)
                       AND WS-INPUT-CODE
                           = WS-KIT-TBL-COMP-CODE (KIT-IDX)
                       MOVE "YES" TO WS-KIT-FOUND
                       SET WS-ENTRY-SUB TO KIT-IDX
               END-SEARCH
           END-IF.
       785-EXIT.

      ******************************************************************
      * 790-SAVE-KIT-TABLE WRITES THE TABLE BACK OUT OVER THE KIT
      * DEFINITION FILE.
      ******************************************************************
       790-SAVE-KIT-TABLE.
           OPEN OUTPUT KIT-FILE
           IF WS-KITDEF-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE THE KIT FILE - STATUS "
                   WS-KITDEF-STATUS
               GO TO 790-EXIT
           END-IF
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
               MOVE WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) TO KD-KIT-CODE
               MOVE WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) TO KD-COMP-CODE
               MOVE WS-KIT-TBL-COMP-QTY (WS-KIT-SUB) TO KD-COMP-QTY
               MOVE WS-KIT-TBL-COMP-TYPE (WS-KIT-SUB) TO KD-COMP-TYPE
               WRITE KD-RECORD
           END-PERFORM
           CLOSE KIT-FILE.
       790-EXIT.

      ******************************************************************
      * 800-SUPERSESSION-MAINT RUNS THE ITEM SUPERSESSION SCREEN. THE
      * REPLACEMENT MUST ALREADY BE ON THE INVENTORY FILE (ADDED
      * THROUGH A); THE OLD CODE STAYS ON FILE UNTIL ITS STOCK IS
      * GONE. THE SUPERSESSIONS ARE WRITTEN BACK OUT WHEN THE
      * OPERATOR LEAVES THE SCREEN.
      ******************************************************************
       800-SUPERSESSION-MAINT.
           PERFORM 810-LOAD-SU-TABLE THRU 810-EXIT
           MOVE "NO" TO WS-SU-DONE
           PERFORM 820-SU-MENU THRU 820-EXIT
               UNTIL WS-SU-DONE = "YES"
           PERFORM 890-SAVE-SU-TABLE THRU 890-EXIT.
       800-EXIT.

      ******************************************************************
      * 810-LOAD-SU-TABLE READS THE SUPERSESSIONS INTO THE TABLE. A
      * MISSING FILE JUST MEANS NONE YET - SAVING CREATES IT.
      ******************************************************************
       810-LOAD-SU-TABLE.
           MOVE ZEROS TO WS-SU-COUNT
           MOVE "NO" TO WS-SU-EOF
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS = "00"
               PERFORM 815-READ-SUPERSESSION THRU 815-EXIT
                   UNTIL WS-SU-EOF = "YES"
               CLOSE SUPERSESSION-FILE
           END-IF.
       810-EXIT.

       815-READ-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "YES" TO WS-SU-EOF
               NOT AT END
                   IF WS-SU-COUNT >= 500
                       DISPLAY "SUPERSESSION TABLE IS FULL - "
                           "REMAINING LINES SKIPPED"
                       MOVE "YES" TO WS-SU-EOF
                   ELSE
                       ADD 1 TO WS-SU-COUNT
                       SET SU-IDX TO WS-SU-COUNT
                       MOVE SU-OLD-CODE
                           TO WS-SU-TBL-OLD-CODE (SU-IDX)
                       MOVE SU-NEW-CODE
                           TO WS-SU-TBL-NEW-CODE (SU-IDX)
                       MOVE SU-EFFECTIVE-DATE
                           TO WS-SU-TBL-EFF-DATE (SU-IDX)
                   END-IF
           END-READ.
       815-EXIT.

      ******************************************************************
      * 820-SU-MENU DISPLAYS THE SUPERSESSION MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       820-SU-MENU.
           DISPLAY " "
           DISPLAY "ITEM SUPERSESSIONS"
           DISPLAY "L - LIST EVERY SUPERSESSION ON FILE"
           DISPLAY "A - SUPERSEDE AN ITEM CODE BY ITS REPLACEMENT"
           DISPLAY "D - DELETE A SUPERSESSION"
           DISPLAY "X - SAVE AND RETURN"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-SU-CHOICE
           EVALUATE WS-SU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 830-LIST-SUPERSESSIONS THRU 830-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 840-ADD-SUPERSESSION THRU 840-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 850-DELETE-SUPERSESSION THRU 850-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-SU-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       820-EXIT.

      ******************************************************************
      * 830-LIST-SUPERSESSIONS LISTS EVERY SUPERSESSION WITH THE OLD
      * CODE'S STOCK STILL ON HAND AT EACH STORE.
      ******************************************************************
       830-LIST-SUPERSESSIONS.
           DISPLAY " "
           DISPLAY "OLD CODE   NEW CODE   EFFECTIVE STORE1 STORE2"
           PERFORM VARYING WS-SU-SUB FROM 1 BY 1
               UNTIL WS-SU-SUB > WS-SU-COUNT
               MOVE WS-SU-TBL-OLD-CODE (WS-SU-SUB) TO INV-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE ZEROS TO INV-QTY-ON-HAND INV-QTY-STORE2
               END-READ
               DISPLAY WS-SU-TBL-OLD-CODE (WS-SU-SUB) " "
                   WS-SU-TBL-NEW-CODE (WS-SU-SUB) " "
                   WS-SU-TBL-EFF-DATE (WS-SU-SUB) "  "
                   INV-QTY-ON-HAND "  " INV-QTY-STORE2
           END-PERFORM.
       830-EXIT.

      ******************************************************************
      * 840-ADD-SUPERSESSION MAPS AN OLD ITEM CODE TO ITS REPLACEMENT
      * FROM AN EFFECTIVE DATE. THE REPLACEMENT MUST BE ON FILE, AN
      * OLD CODE IS SUPERSEDED ONLY ONCE, AND NO CHAIN MAY LOOP BACK
      * ON ITSELF. AN OLD CODE ALREADY RETIRED IS ALLOWED - ITS SALES
      * HISTORY STILL COMBINES WITH THE REPLACEMENT'S.
      ******************************************************************
       840-ADD-SUPERSESSION.
           IF WS-SU-COUNT >= 500
               DISPLAY "SUPERSESSION TABLE IS FULL"
               GO TO 840-EXIT
           END-IF
           DISPLAY "ENTER OLD (SUPERSEDED) ITEM CODE"
           ACCEPT WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO WS-CHAIN-CODE
           PERFORM 860-FIND-SUPERSESSION THRU 860-EXIT
           IF WS-SU-FOUND = "YES"
               DISPLAY "ALREADY SUPERSEDED BY "
                   WS-SU-TBL-NEW-CODE (WS-ENTRY-SUB)
                   " - DELETE IT TO CHANGE IT"
               GO TO 840-EXIT
           END-IF
           DISPLAY "ENTER REPLACEMENT ITEM CODE"
           ACCEPT WS-INPUT-NEW-CODE
           IF WS-INPUT-NEW-CODE = WS-INPUT-CODE
               DISPLAY "AN ITEM CANNOT REPLACE ITSELF"
               GO TO 840-EXIT
           END-IF
           MOVE WS-INPUT-NEW-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ADD THE REPLACEMENT AS AN ITEM FIRST "
                       "(OPTION A)"
                   GO TO 840-EXIT
           END-READ
           DISPLAY "REPLACEMENT: " INV-DESCRIPTION
           PERFORM 870-CHECK-FOR-LOOP THRU 870-EXIT
           IF WS-SU-LOOP = "YES"
               DISPLAY "THE REPLACEMENT ALREADY LEADS BACK TO "
                   WS-INPUT-CODE " - NOT ADDED"
               GO TO 840-EXIT
           END-IF
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, 0 = TODAY)"
           MOVE ZEROS TO WS-INPUT-EFF-DATE
           ACCEPT WS-INPUT-EFF-DATE
           IF WS-INPUT-EFF-DATE = ZEROS
               ACCEPT WS-INPUT-EFF-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-INPUT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "OLD CODE IS NOT ON FILE - ITS SALES "
                       "HISTORY WILL STILL COMBINE"
               NOT INVALID KEY
                   DISPLAY "OLD CODE STOCK: STORE 1 " INV-QTY-ON-HAND
                       " STORE 2 " INV-QTY-STORE2
                       " - SOLD BEFORE THE REPLACEMENT"
           END-READ
           ADD 1 TO WS-SU-COUNT
           SET SU-IDX TO WS-SU-COUNT
           MOVE WS-INPUT-CODE TO WS-SU-TBL-OLD-CODE (SU-IDX)
           MOVE WS-INPUT-NEW-CODE TO WS-SU-TBL-NEW-CODE (SU-IDX)
           MOVE WS-INPUT-EFF-DATE TO WS-SU-TBL-EFF-DATE (SU-IDX)
           DISPLAY "SUPERSESSION ADDED".
       840-EXIT.

      ******************************************************************
      * 850-DELETE-SUPERSESSION TAKES ONE OLD CODE'S SUPERSESSION OUT
      * OF THE TABLE, SLIDING EVERY LATER ENTRY DOWN ONE SUBSCRIPT.
      ******************************************************************
       850-DELETE-SUPERSESSION.
           DISPLAY "ENTER OLD (SUPERSEDED) ITEM CODE"
           ACCEPT WS-CHAIN-CODE
           PERFORM 860-FIND-SUPERSESSION THRU 860-EXIT
           IF WS-SU-FOUND = "NO"
               DISPLAY "NO SUPERSESSION FOR THAT CODE"
               GO TO 850-EXIT
           END-IF
           PERFORM VARYING SU-IDX FROM WS-ENTRY-SUB BY 1
               UNTIL SU-IDX >= WS-SU-COUNT
               MOVE WS-SU-ENTRIES (SU-IDX + 1)
                   TO WS-SU-ENTRIES (SU-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-SU-COUNT
           DISPLAY "SUPERSESSION DELETED".
       850-EXIT.

      ******************************************************************
      * 860-FIND-SUPERSESSION SEARCHES THE TABLE FOR THE OLD CODE IN
      * WS-CHAIN-CODE, SETTING WS-SU-FOUND AND WS-ENTRY-SUB.
      ******************************************************************
       860-FIND-SUPERSESSION.
           MOVE "NO" TO WS-SU-FOUND
           IF WS-SU-COUNT > 0
               SET SU-IDX TO 1
               SEARCH WS-SU-ENTRIES
                   AT END
                       MOVE "NO" TO WS-SU-FOUND
                   WHEN WS-CHAIN-CODE = WS-SU-TBL-OLD-CODE (SU-IDX)
                       MOVE "YES" TO WS-SU-FOUND
                       SET WS-ENTRY-SUB TO SU-IDX
               END-SEARCH
           END-IF.
       860-EXIT.

      ******************************************************************
      * 870-CHECK-FOR-LOOP FOLLOWS THE CHAIN FROM THE KEYED
      * REPLACEMENT AND SETS WS-SU-LOOP WHEN IT COMES BACK TO THE OLD
      * CODE BEING SUPERSEDED.
      ******************************************************************
       870-CHECK-FOR-LOOP.
           MOVE "NO" TO WS-SU-LOOP
           MOVE WS-INPUT-NEW-CODE TO WS-CHAIN-CODE
           MOVE ZEROS TO WS-SU-HOPS
           PERFORM 875-FOLLOW-LINK THRU 875-EXIT
               UNTIL WS-SU-FOUND = "NO" OR WS-SU-LOOP = "YES"
               OR WS-SU-HOPS > 50.
       870-EXIT.

       875-FOLLOW-LINK.
           ADD 1 TO WS-SU-HOPS
           IF WS-CHAIN-CODE = WS-INPUT-CODE
               MOVE "YES" TO WS-SU-LOOP
               GO TO 875-EXIT
           END-IF
           PERFORM 860-FIND-SUPERSESSION THRU 860-EXIT
           IF WS-SU-FOUND = "YES"
               MOVE WS-SU-TBL-NEW-CODE (WS-ENTRY-SUB) TO WS-CHAIN-CODE
           END-IF.
       875-EXIT.

      ******************************************************************
      * 890-SAVE-SU-TABLE WRITES THE TABLE BACK OUT OVER THE
      * SUPERSESSION FILE.
      ******************************************************************
       890-SAVE-SU-TABLE.
           OPEN OUTPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE THE SUPERSESSION FILE - STATUS "
                   WS-SUPERSED-STATUS
               GO TO 890-EXIT
           END-IF
           PERFORM VARYING WS-SU-SUB FROM 1 BY 1
               UNTIL WS-SU-SUB > WS-SU-COUNT
               MOVE WS-SU-TBL-OLD-CODE (WS-SU-SUB) TO SU-OLD-CODE
               MOVE WS-SU-TBL-NEW-CODE (WS-SU-SUB) TO SU-NEW-CODE
               MOVE WS-SU-TBL-EFF-DATE (WS-SU-SUB) TO SU-EFFECTIVE-DATE
               WRITE SU-RECORD
           END-PERFORM
           CLOSE SUPERSESSION-FILE.
       890-EXIT.

      ******************************************************************
      * 900-BIN-MAINTENANCE RUNS THE BIN LOCATION SCREEN. AN ITEM MUST
      * BE ON THE INVENTORY FILE TO BE GIVEN A LOCATION, AND MAY HAVE
      * AS MANY AS IT IS KEPT IN. THE LOCATIONS ARE WRITTEN BACK OUT
      * WHEN THE OPERATOR LEAVES THE SCREEN.
      ******************************************************************
       900-BIN-MAINTENANCE.
           PERFORM 910-LOAD-BIN-TABLE THRU 910-EXIT
           MOVE "NO" TO WS-BL-DONE
           PERFORM 920-BIN-MENU THRU 920-EXIT
               UNTIL WS-BL-DONE = "YES"
           PERFORM 990-SAVE-BIN-TABLE THRU 990-EXIT.
       900-EXIT.

      ******************************************************************
      * 910-LOAD-BIN-TABLE READS THE BIN LOCATIONS INTO THE TABLE. A
      * MISSING FILE JUST MEANS NO LOCATIONS YET - SAVING CREATES IT.
      ******************************************************************
       910-LOAD-BIN-TABLE.
           MOVE ZEROS TO WS-BL-COUNT
           MOVE "NO" TO WS-BL-EOF
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS = "00"
               PERFORM 915-READ-BIN THRU 915-EXIT
                   UNTIL WS-BL-EOF = "YES"
               CLOSE BIN-LOCATION-FILE
           END-IF.
       910-EXIT.

       915-READ-BIN.
           READ BIN-LOCATION-FILE
               AT END
                   MOVE "YES" TO WS-BL-EOF
               NOT AT END
                   IF WS-BL-COUNT >= 3000
                       DISPLAY "BIN LOCATION TABLE IS FULL - "
                           "REMAINING LINES SKIPPED"
                       MOVE "YES" TO WS-BL-EOF
                   ELSE
                       ADD 1 TO WS-BL-COUNT
                       SET BL-IDX TO WS-BL-COUNT
                       MOVE BL-ITEM-CODE TO WS-BL-TBL-ITEM (BL-IDX)
                       MOVE BL-STORE-NO TO WS-BL-TBL-STORE (BL-IDX)
                       MOVE BL-BIN TO WS-BL-TBL-BIN (BL-IDX)
                   END-IF
           END-READ.
       915-EXIT.

      ******************************************************************
      * 920-BIN-MENU DISPLAYS THE BIN LOCATION MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       920-BIN-MENU.
           DISPLAY " "
           DISPLAY "BIN LOCATIONS"
           DISPLAY "L - LIST LOCATIONS (ONE ITEM OR ALL)"
           DISPLAY "A - ADD A LOCATION FOR AN ITEM"
           DISPLAY "D - DELETE A LOCATION"
           DISPLAY "X - SAVE AND RETURN"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-BL-CHOICE
           EVALUATE WS-BL-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 930-LIST-BINS THRU 930-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 940-ADD-BIN THRU 940-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 950-DELETE-BIN THRU 950-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-BL-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       920-EXIT.

      ******************************************************************
      * 930-LIST-BINS LISTS EVERY LOCATION FOR THE KEYED ITEM, OR
      * EVERY LOCATION ON FILE WHEN NO ITEM IS KEYED.
      ******************************************************************
       930-LIST-BINS.
           DISPLAY "ENTER ITEM CODE (BLANK = ALL ITEMS)"
           MOVE SPACES TO WS-INPUT-CODE
           ACCEPT WS-INPUT-CODE
           DISPLAY " "
           DISPLAY "ITEM       STORE AISLE BAY SHELF"
           MOVE ZEROS TO WS-BL-LISTED
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
               IF WS-INPUT-CODE = SPACES
                   OR WS-INPUT-CODE = WS-BL-TBL-ITEM (WS-BL-SUB)
                   DISPLAY WS-BL-TBL-ITEM (WS-BL-SUB) "  "
                       WS-BL-TBL-STORE (WS-BL-SUB) "   "
                       WS-BL-TBL-AISLE (WS-BL-SUB) "   "
                       WS-BL-TBL-BAY (WS-BL-SUB) " "
                       WS-BL-TBL-SHELF (WS-BL-SUB)
                   ADD 1 TO WS-BL-LISTED
               END-IF
           END-PERFORM
           IF WS-BL-LISTED = ZEROS
               DISPLAY "NO LOCATION ASSIGNED"
           END-IF.
       930-EXIT.

      ******************************************************************
      * 940-ADD-BIN GIVES AN ITEM ON FILE ONE MORE LOCATION AT A
      * STORE. THE SAME ITEM, STORE, AND BIN TWICE IS REFUSED.
      ******************************************************************
       940-ADD-BIN.
           IF WS-BL-COUNT >= 3000
               DISPLAY "BIN LOCATION TABLE IS FULL"
               GO TO 940-EXIT
           END-IF
           DISPLAY "ENTER ITEM CODE"
           ACCEPT WS-INPUT-CODE
           MOVE WS-INPUT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND"
                   GO TO 940-EXIT
           END-READ
           DISPLAY INV-DESCRIPTION
           PERFORM 960-TAKE-BIN THRU 960-EXIT
           IF WS-INPUT-STORE NOT = 1 AND WS-INPUT-STORE NOT = 2
               GO TO 940-EXIT
           END-IF
           PERFORM 970-FIND-BIN THRU 970-EXIT
           IF WS-BL-FOUND = "YES"
               DISPLAY "THAT LOCATION IS ALREADY ON FILE FOR THE ITEM"
               GO TO 940-EXIT
           END-IF
           ADD 1 TO WS-BL-COUNT
           SET BL-IDX TO WS-BL-COUNT
           MOVE WS-INPUT-CODE TO WS-BL-TBL-ITEM (BL-IDX)
           MOVE WS-INPUT-STORE TO WS-BL-TBL-STORE (BL-IDX)
           MOVE WS-INPUT-BIN TO WS-BL-TBL-BIN (BL-IDX)
           DISPLAY "LOCATION ADDED".
       940-EXIT.

      ******************************************************************
      * 950-DELETE-BIN TAKES ONE LOCATION OUT OF THE TABLE, SLIDING
      * EVERY LATER ENTRY DOWN ONE SUBSCRIPT.
      ******************************************************************
       950-DELETE-BIN.
           DISPLAY "ENTER ITEM CODE"
           ACCEPT WS-INPUT-CODE
           PERFORM 960-TAKE-BIN THRU 960-EXIT
           IF WS-INPUT-STORE NOT = 1 AND WS-INPUT-STORE NOT = 2
               GO TO 950-EXIT
           END-IF
           PERFORM 970-FIND-BIN THRU 970-EXIT
           IF WS-BL-FOUND = "NO"
               DISPLAY "NO SUCH LOCATION FOR THE ITEM"
               GO TO 950-EXIT
           END-IF
           PERFORM VARYING BL-IDX FROM WS-BL-ENTRY-SUB BY 1
               UNTIL BL-IDX >= WS-BL-COUNT
               MOVE WS-BL-ENTRIES (BL-IDX + 1)
                   TO WS-BL-ENTRIES (BL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-BL-COUNT
           DISPLAY "LOCATION DELETED".
       950-EXIT.

      ******************************************************************
      * 960-TAKE-BIN TAKES THE STORE AND THE AISLE, BAY, AND SHELF.
      * A STORE OTHER THAN 1 OR 2 ABANDONS THE ENTRY.
      ******************************************************************
       960-TAKE-BIN.
           DISPLAY "ENTER STORE NUMBER (1 OR 2)"
           MOVE ZEROS TO WS-INPUT-STORE
           ACCEPT WS-INPUT-STORE
           IF WS-INPUT-STORE NOT = 1 AND WS-INPUT-STORE NOT = 2
               DISPLAY "NO SUCH STORE"
               GO TO 960-EXIT
           END-IF
           MOVE SPACES TO WS-INPUT-BIN
           DISPLAY "ENTER AISLE (UP TO 3 CHARACTERS)"
           ACCEPT WS-INPUT-AISLE
           DISPLAY "ENTER BAY (UP TO 3 CHARACTERS)"
           ACCEPT WS-INPUT-BAY
           DISPLAY "ENTER SHELF (UP TO 2 CHARACTERS)"
           ACCEPT WS-INPUT-SHELF.
       960-EXIT.

      ******************************************************************
      * 970-FIND-BIN SEARCHES THE TABLE FOR THE KEYED ITEM, STORE, AND
      * BIN, SETTING WS-BL-FOUND AND WS-BL-ENTRY-SUB.
      ******************************************************************
       970-FIND-BIN.
           MOVE "NO" TO WS-BL-FOUND
           IF WS-BL-COUNT > 0
               SET BL-IDX TO 1
               SEARCH WS-BL-ENTRIES
                   AT END
                       MOVE "NO" TO WS-BL-FOUND
                   WHEN WS-INPUT-CODE = WS-BL-TBL-ITEM (BL-IDX)
                       AND WS-INPUT-STORE = WS-BL-TBL-STORE (BL-IDX)
                       AND WS-INPUT-BIN = WS-BL-TBL-BIN (BL-IDX)
                       MOVE "YES" TO WS-BL-FOUND
                       SET WS-BL-ENTRY-SUB TO BL-IDX
               END-SEARCH
           END-IF.
       970-EXIT.

      ******************************************************************
      * 975-DROP-ITEM-BINS TAKES EVERY LOCATION OF THE ITEM JUST
      * RETIRED OFF THE BIN LOCATION FILE, SO THE COUNT SHEETS STOP
      * SENDING STAFF TO LOOK FOR IT.
      ******************************************************************
       975-DROP-ITEM-BINS.
           PERFORM 910-LOAD-BIN-TABLE THRU 910-EXIT
           MOVE "NO" TO WS-BL-FOUND
           MOVE 1 TO WS-BL-SUB
           PERFORM 976-DROP-BIN-LINE THRU 976-EXIT
               UNTIL WS-BL-SUB > WS-BL-COUNT
           IF WS-BL-FOUND = "YES"
               PERFORM 990-SAVE-BIN-TABLE THRU 990-EXIT
               DISPLAY "ITS BIN LOCATIONS WERE REMOVED"
           END-IF.
       975-EXIT.

       976-DROP-BIN-LINE.
           IF WS-BL-TBL-ITEM (WS-BL-SUB) NOT = INV-CODE
               ADD 1 TO WS-BL-SUB
               GO TO 976-EXIT
           END-IF
           MOVE "YES" TO WS-BL-FOUND
           PERFORM VARYING BL-IDX FROM WS-BL-SUB BY 1
               UNTIL BL-IDX >= WS-BL-COUNT
               MOVE WS-BL-ENTRIES (BL-IDX + 1)
                   TO WS-BL-ENTRIES (BL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-BL-COUNT.
       976-EXIT.

      ******************************************************************
      * 990-SAVE-BIN-TABLE WRITES THE TABLE BACK OUT OVER THE BIN
      * LOCATION FILE.
      ******************************************************************
       990-SAVE-BIN-TABLE.
           OPEN OUTPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE THE BIN LOCATION FILE - STATUS "
                   WS-BINLOC-STATUS
               GO TO 990-EXIT
           END-IF
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
               MOVE WS-BL-TBL-ITEM (WS-BL-SUB) TO BL-ITEM-CODE
               MOVE WS-BL-TBL-STORE (WS-BL-SUB) TO BL-STORE-NO
               MOVE WS-BL-TBL-BIN (WS-BL-SUB) TO BL-BIN
               WRITE BL-RECORD
           END-PERFORM
           CLOSE BIN-LOCATION-FILE.
       990-EXIT.
