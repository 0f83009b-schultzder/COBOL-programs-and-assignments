       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FULFILL.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Web order pick/pack/ship desk. Every storefront order
      * PROGRAM1's batch order mode invoices lands on the fulfillment
      * file (see copybooks/FULFILL.cpy) open; this program walks it
      * out the door:
      *
      *   P  prints the pick list for one store (or both) to
      *      PickList.txt - first a pick walk, every item to pull for
      *      the store's orders totalled and sorted into bin-walk
      *      order by its location on the bin location file (see
      *      copybooks/BINLOC.cpy), then each open or already-picked
      *      order with its items and, for a package, the components
      *      to pull, the bin beside each - and marks the open orders
      *      picked
      *   K  records the pack confirmation for a picked order: the
      *      carrier, the tracking number, and what the carrier
      *      charged us for the box
      *   S  marks one packed order (or every packed order) shipped
      *   L  lists the orders still in the building
      *
      * The file is loaded into a table at startup and rewritten at
      * save-and-exit, the same way TIERMNT holds the tier table, so
      * the FULFILL lock is held for the whole session - PROGRAM1
      * takes the same lock to append a new order. Orders shipped
      * more than 60 days ago are dropped at load; WEBSHIP has long
      * since sent their tracking numbers to the storefront.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the web order fulfillment file.

       SELECT FULFILLMENT-FILE
               ASSIGN TO UT-SYS-FULFILL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULFILL-STATUS.

      * Select statement for the shared indexed inventory file, read
      * for the item descriptions on the pick list.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the kit definitions, so a package on an
      * order is picked as its components.

       SELECT KIT-FILE
               ASSIGN TO UT-SYS-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITDEF-STATUS.

      * Select statement for the bin locations the pick walk sorts
      * by.

       SELECT BIN-LOCATION-FILE
               ASSIGN TO UT-SYS-BINLOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.

      * Select statement for the pick list output file.

       SELECT PICK-LIST-FILE
               ASSIGN TO UT-SYS-PICKLIST
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the operator master behind the sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the web order fulfillment file.

       FD  FULFILLMENT-FILE.
       COPY FULFILL.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the kit definitions.

       FD  KIT-FILE.
       COPY KITDEF.

      * File description for the bin locations.

       FD  BIN-LOCATION-FILE.
       COPY BINLOC.

      * File description for the pick list.

       FD  PICK-LIST-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REPORT-RECORD                      PIC X(70).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-FULFILL-STATUS               PIC XX.
          05 WS-FF-EOF                       PIC XXX VALUE "NO".
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INV-OPEN                     PIC XXX VALUE "NO".
          05 WS-KITDEF-STATUS                PIC XX.
          05 WS-KIT-EOF                      PIC XXX VALUE "NO".
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-ENTRY-FOUND                  PIC XXX VALUE "NO".
          05 WS-ENTRY-SUB                    PIC 9(4).
          05 WS-SUB                          PIC 9(4).
          05 WS-KIT-SUB                      PIC 999.
          05 WS-TODAY                        PIC 9(8).
          05 WS-PURGE-INT                    PIC 9(7).
          05 WS-INPUT-INVOICE                PIC 9(6).
          05 WS-INPUT-STORE                  PIC 9.
          05 WS-INPUT-CARRIER                PIC X(10).
          05 WS-INPUT-TRACKING               PIC X(25).
          05 WS-INPUT-CHARGE                 PIC 9(5)V99.
          05 WS-PICK-STORE                   PIC 99.
          05 WS-ITEM-CODE                    PIC X(10).
          05 WS-ITEM-QTY                     PIC 999.
          05 WS-COMP-QTY                     PIC 999.
          05 WS-ITEM-DESC                    PIC X(25).
          05 WS-STORE-ORDERS                 PIC 9(4) VALUE 0.
          05 WS-ORDERS-LISTED                PIC 9(4) VALUE 0.
          05 WS-NEWLY-PICKED                 PIC 9(4) VALUE 0.
          05 WS-SHIPPED-NOW                  PIC 9(4) VALUE 0.
          05 WS-PURGED-COUNT                 PIC 9(4) VALUE 0.
          05 WS-COUNT-OPEN                   PIC 9(4) VALUE 0.
          05 WS-COUNT-PICKED                 PIC 9(4) VALUE 0.
          05 WS-COUNT-PACKED                 PIC 9(4) VALUE 0.
          05 WS-COUNT-SHIPPED                PIC 9(4) VALUE 0.
          05 WS-BINLOC-STATUS                PIC XX.
          05 WS-BL-EOF                       PIC XXX VALUE "NO".
          05 WS-BL-SUB                       PIC 9(4).
          05 WS-BL-MATCHES                   PIC 99.
          05 WS-ITEM-BIN                     PIC X(8).
          05 WS-IS-KIT                       PIC XXX.
          05 WS-WK-SUB                       PIC 999.
          05 WS-WK-SUB2                      PIC 999.
          05 WS-WK-FOUND                     PIC XXX.
          05 WS-WK-DROPPED                   PIC 999 VALUE 0.
          COPY RUNDATE.

      * Working copy of one fulfillment record, moved in and out of
      * the table the same way PROGRAM1 works its archived history
      * through the AH- copy of the history layout.

       COPY FULFILL REPLACING LEADING ==FF== BY ==FW==.

      * Every fulfillment record on file, loaded at startup and
      * rewritten at save-and-exit.

       01 WS-FF-TABLE.
          05 WS-FF-COUNT                     PIC 9(4) VALUE 0.
          05 WS-FF-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-FF-COUNT
               INDEXED BY FF-IDX.
             10 WS-FF-TBL-IMAGE              PIC X(117).

      * Every component line on the kit file.

       01 WS-KIT-TABLE.
          05 WS-KIT-COUNT                    PIC 999 VALUE 0.
          05 WS-KIT-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-KIT-COUNT
               INDEXED BY KIT-IDX.
             10 WS-KIT-TBL-KIT-CODE          PIC X(10).
             10 WS-KIT-TBL-COMP-CODE         PIC X(10).
             10 WS-KIT-TBL-COMP-QTY          PIC 99.
             10 WS-KIT-TBL-COMP-TYPE         PIC X.

      * Every bin location at both stores.

       01 WS-BL-TABLE.
          05 WS-BL-COUNT                     PIC 9(4) VALUE 0.
          05 WS-BL-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-BL-COUNT
               INDEXED BY BL-IDX.
             10 WS-BL-TBL-ITEM               PIC X(10).
             10 WS-BL-TBL-STORE              PIC 99.
             10 WS-BL-TBL-BIN                PIC X(8).

      * One store's pick walk - each item to pull across the store's
      * orders, totalled, at its first bin in walk order. An item
      * with no location is keyed high so it sorts last.

       01 WS-WK-TABLE.
          05 WS-WK-COUNT                     PIC 999 VALUE 0.
          05 WS-WK-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-WK-COUNT
               INDEXED BY WK-IDX.
             10 WS-WK-KEY.
                15 WS-WK-BIN                 PIC X(8).
                15 WS-WK-ITEM                PIC X(10).
             10 WS-WK-QTY                    PIC 9(5).
             10 WS-WK-MORE-BINS              PIC X.

       01 WS-WK-HOLD                         PIC X(24).

       01 WS-OUTPUT-FIELDS.
          05 WO-CHARGE                       PIC ZZ,ZZ9.99.

      * A bin as it prints - aisle, bay, and shelf apart.

       01 WS-BIN-PRINT.
          05 WBP-AISLE                       PIC X(3).
          05 WBP-DASH1                       PIC X.
          05 WBP-BAY                         PIC X(3).
          05 WBP-DASH2                       PIC X.
          05 WBP-SHELF                       PIC X(2).

      * Pick list heading 1

       01 HEADING1.
          COPY DATEHDR.
          05                                 PIC X(6)  VALUE SPACES.
          05                                 PIC X(27)
                   VALUE "WEB ORDER PICK LIST - STORE".
          05 H-STORE-NO                      PIC Z9.
          05                                 PIC X(25) VALUE SPACES.

      * Pick list heading 2

       01 HEADING2.
          05                                 PIC X(8)  VALUE SPACES.
          05                                 PIC X(5)  VALUE "QTY".
          05                                 PIC X(12) VALUE "ITEM".
          05                                 PIC X(31)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(14) VALUE "BIN".

      * Pick walk heading and line

       01 WALK-HEADING.
          05                                 PIC X(36)
                   VALUE "PICK WALK - EVERY ITEM IN BIN ORDER".
          05                                 PIC X(34) VALUE SPACES.

       01 WALK-COLUMNS.
          05                                 PIC X(12) VALUE "BIN".
          05                                 PIC X(7)  VALUE " QTY".
          05                                 PIC X(12) VALUE "ITEM".
          05                                 PIC X(39)
                                    VALUE "DESCRIPTION".

       01 WALK-LINE.
          05 W-BIN                           PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 W-QTY                           PIC ZZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 W-ITEM-CODE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 W-DESCRIPTION                   PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 W-NOTE                          PIC X(12).

       01 ORDERS-HEADING.
          05                                 PIC X(36)
                   VALUE "ORDERS - CHECK EACH BOX AGAINST THIS".
          05                                 PIC X(34) VALUE SPACES.

      * Order line

       01 ORDER-LINE.
          05                                 PIC X(8)  VALUE "INVOICE ".
          05 O-INVOICE-NUMBER                PIC 9(6).
          05                                 PIC X(10)
                                    VALUE "  ORDERED ".
          05 O-ORDER-DATE                    PIC 9(8).
          05                                 PIC X(9)
                                    VALUE "  CLIENT ".
          05 O-CLIENT-NO                     PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 O-REPRINT                       PIC X(22).

      * Item line

       01 ITEM-LINE.
          05                                 PIC X(7)  VALUE SPACES.
          05 I-QTY                           PIC ZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 I-ITEM-CODE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 I-DESCRIPTION                   PIC X(25).
          05                                 PIC X(6)  VALUE SPACES.
          05 I-BIN                           PIC X(10).
          05                                 PIC X(4)  VALUE SPACES.

      * Kit component line

       01 COMP-LINE.
          05                                 PIC X(11) VALUE SPACES.
          05 C-QTY                           PIC ZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 C-COMP-CODE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 C-DESCRIPTION                   PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 C-BIN                           PIC X(10).
          05                                 PIC X(4)  VALUE " PKG".

      * No orders line

       01 NONE-LINE.
          05                                 PIC X(30)
                   VALUE "*** NO ORDERS TO PICK ***".
          05                                 PIC X(40) VALUE SPACES.

      * Footer

       01 FOOTER1.
          05                                 PIC X(25)
                   VALUE "*** ORDERS TO PICK ".
          05 F-STORE-ORDERS                  PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(37) VALUE SPACES.

      * Operator sign-on and the shared OPCHECK permission check -
      * the FULFILL function gates this program through the matrix
      * (no matrix on file falls back to any signed-on operator).

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

       COPY FLOCKWS.

       01 WS-SIGNON-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.

      * Files

       01 WS-FILES.
          05 UT-SYS-FULFILL                  PIC X(60)
          VALUE "C:\COBOL\Fulfillment.txt".
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-KITDEF                   PIC X(60)
          VALUE "C:\COBOL\KitDefs.txt".
          05 UT-SYS-PICKLIST                 PIC X(60)
          VALUE "C:\COBOL\PickList.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-BINLOC                   PIC X(60)
          VALUE "C:\COBOL\BinLocations.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, TAKES THE FULFILL LOCK,
      * LOADS THE TABLES, RUNS THE DESK MENU UNTIL THE USER QUITS,
      * THEN REWRITES THE FULFILLMENT FILE AND DROPS THE LOCK.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 050-TAKE-FULFILL-LOCK THRU 050-EXIT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 100-LOAD-KIT-TABLE THRU 100-EXIT
           PERFORM 120-LOAD-BIN-TABLE THRU 120-EXIT
           PERFORM 200-LOAD-FULFILL-TABLE THRU 200-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           PERFORM 900-REWRITE-FULFILL-TABLE THRU 900-EXIT
           MOVE "R" TO FL-REQUEST
           CALL "FILELOCK" USING FL-PARMS
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE FULFILL
      * FUNCTION. A REFUSAL ENDS THE SESSION.
      ******************************************************************
       020-OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON HAND - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 030-READ-OPERATOR THRU 030-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "FULFILL" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           CALL "OPSIGNON" USING SO-PARMS
           IF SO-RESULT NOT = "G" AND SO-RESULT NOT = "N"
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "FULFILL" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 1 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE FULFILL FUNCTION - "
                   "SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

       030-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = WS-OPERATOR-ID
                       MOVE "YES" TO WS-OP-FOUND
                       MOVE OP-AUTH-LEVEL TO WS-OPERATOR-AUTH
                   END-IF
           END-READ.
       030-EXIT.

      ******************************************************************
      * 050-TAKE-FULFILL-LOCK TAKES THE FULFILL LOCK FOR THE SESSION
      * THE WAY INVMNT TAKES THE INVENTORY LOCK, BUT WITHOUT THE
      * PROCEED-UNLOCKED CHOICE - THIS PROGRAM REWRITES THE WHOLE
      * FILE, SO AN ORDER APPENDED BEHIND ITS BACK WOULD BE LOST.
      ******************************************************************
       050-TAKE-FULFILL-LOCK.
           MOVE "A" TO FL-REQUEST
           MOVE "FULFILL" TO FL-LOCK-NAME
           MOVE "FULFILL" TO FL-PROGRAM
           MOVE WS-OPERATOR-ID TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           IF FL-RESULT = "G" OR FL-RESULT = "S"
               MOVE "YES" TO WS-LOCK-HELD
           END-IF
           IF FL-RESULT = "S"
               DISPLAY "A STALE FULFILL LOCK WAS CLEARED"
           END-IF
           IF FL-RESULT NOT = "H"
               GO TO 050-EXIT
           END-IF
           DISPLAY "FULFILLMENT IS LOCKED BY " FL-HOLDER-PROGRAM
               " OPERATOR " FL-HOLDER-OPERATOR
               " SINCE " FL-HELD-SINCE
           DISPLAY "(R)ETRY OR (Q)UIT?"
           ACCEPT WS-LOCK-CHOICE
           EVALUATE WS-LOCK-CHOICE
               WHEN "R"
               WHEN "r"
                   GO TO 050-TAKE-FULFILL-LOCK
               WHEN OTHER
                   DISPLAY "SESSION ENDED"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       050-EXIT.

      ******************************************************************
      * 100-LOAD-KIT-TABLE READS EVERY KIT COMPONENT LINE INTO THE
      * TABLE. NO KIT FILE MEANS NO PACKAGES TO BREAK DOWN.
      ******************************************************************
       100-LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE
           IF WS-KITDEF-STATUS = "00"
               PERFORM 110-READ-KIT THRU 110-EXIT
                   UNTIL WS-KIT-EOF = "YES"
               CLOSE KIT-FILE
           END-IF.
       100-EXIT.

       110-READ-KIT.
           READ KIT-FILE
               AT END
                   MOVE "YES" TO WS-KIT-EOF
               NOT AT END
                   IF WS-KIT-COUNT < 500
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
       110-EXIT.

      ******************************************************************
      * 120-LOAD-BIN-TABLE READS EVERY BIN LOCATION INTO THE TABLE. NO
      * LOCATION FILE PRINTS EVERY ITEM UNLOCATED.
      ******************************************************************
       120-LOAD-BIN-TABLE.
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS = "00"
               PERFORM 125-READ-BIN THRU 125-EXIT
                   UNTIL WS-BL-EOF = "YES"
               CLOSE BIN-LOCATION-FILE
           END-IF.
       120-EXIT.

       125-READ-BIN.
           READ BIN-LOCATION-FILE
               AT END
                   MOVE "YES" TO WS-BL-EOF
               NOT AT END
                   IF WS-BL-COUNT < 3000
                       ADD 1 TO WS-BL-COUNT
                       SET BL-IDX TO WS-BL-COUNT
                       MOVE BL-ITEM-CODE TO WS-BL-TBL-ITEM (BL-IDX)
                       MOVE BL-STORE-NO TO WS-BL-TBL-STORE (BL-IDX)
                       MOVE BL-BIN TO WS-BL-TBL-BIN (BL-IDX)
                   END-IF
           END-READ.
       125-EXIT.

      ******************************************************************
      * 200-LOAD-FULFILL-TABLE READS THE FULFILLMENT FILE INTO THE
      * TABLE, DROPPING ORDERS SHIPPED MORE THAN 60 DAYS AGO. A
      * MISSING FILE JUST MEANS NO WEB ORDERS YET.
      ******************************************************************
       200-LOAD-FULFILL-TABLE.
           COMPUTE WS-PURGE-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) - 60
           OPEN INPUT FULFILLMENT-FILE
           IF WS-FULFILL-STATUS = "00"
               PERFORM 210-READ-FULFILL THRU 210-EXIT
                   UNTIL WS-FF-EOF = "YES"
               CLOSE FULFILLMENT-FILE
           END-IF
           IF WS-PURGED-COUNT > 0
               DISPLAY WS-PURGED-COUNT
                   " ORDERS SHIPPED OVER 60 DAYS AGO DROPPED"
           END-IF.
       200-EXIT.

       210-READ-FULFILL.
           READ FULFILLMENT-FILE
               AT END
                   MOVE "YES" TO WS-FF-EOF
                   GO TO 210-EXIT
           END-READ
           IF FF-SHIPPED AND FF-SHIP-DATE > ZEROS
               IF FUNCTION INTEGER-OF-DATE (FF-SHIP-DATE)
                   < WS-PURGE-INT
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 210-EXIT
               END-IF
           END-IF
           IF WS-FF-COUNT >= 2000
               DISPLAY "FULFILLMENT TABLE IS FULL - "
                   "SESSION ENDED WITH THE FILE UNCHANGED"
               MOVE "R" TO FL-REQUEST
               CALL "FILELOCK" USING FL-PARMS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FF-COUNT
           MOVE FF-RECORD TO WS-FF-TBL-IMAGE (WS-FF-COUNT).
       210-EXIT.

      ******************************************************************
      * 300-MENU-RTN SHOWS WHERE THE ORDERS STAND, DISPLAYS THE DESK
      * MENU, AND ROUTES TO THE CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           PERFORM 310-COUNT-STATUS THRU 310-EXIT
           DISPLAY " "
           DISPLAY "WEB ORDER FULFILLMENT"
           DISPLAY "OPEN " WS-COUNT-OPEN "  PICKED " WS-COUNT-PICKED
               "  PACKED " WS-COUNT-PACKED
               "  SHIPPED " WS-COUNT-SHIPPED
           DISPLAY "P - PRINT THE PICK LIST"
           DISPLAY "K - PACK CONFIRMATION (CARRIER AND TRACKING)"
           DISPLAY "S - SHIP PACKED ORDERS"
           DISPLAY "L - LIST ORDERS NOT YET SHIPPED"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "P"
               WHEN "p"
                   PERFORM 400-PRINT-PICK-LIST THRU 400-EXIT
               WHEN "K"
               WHEN "k"
                   PERFORM 500-PACK-CONFIRM THRU 500-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 600-SHIP-ORDERS THRU 600-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 650-LIST-ORDERS THRU 650-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

       310-COUNT-STATUS.
           MOVE ZEROS TO WS-COUNT-OPEN WS-COUNT-PICKED
               WS-COUNT-PACKED WS-COUNT-SHIPPED
           PERFORM 320-COUNT-ONE THRU 320-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FF-COUNT.
       310-EXIT.

       320-COUNT-ONE.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FW-RECORD
           EVALUATE TRUE
               WHEN FW-OPEN
                   ADD 1 TO WS-COUNT-OPEN
               WHEN FW-PICKED
                   ADD 1 TO WS-COUNT-PICKED
               WHEN FW-PACKED
                   ADD 1 TO WS-COUNT-PACKED
               WHEN FW-SHIPPED
                   ADD 1 TO WS-COUNT-SHIPPED
           END-EVALUATE.
       320-EXIT.

      ******************************************************************
      * 400-PRINT-PICK-LIST PRINTS THE PICK LIST FOR THE KEYED STORE,
      * OR ONE SECTION PER STORE FOR BOTH. ORDERS ALREADY PICKED ARE
      * PRINTED AGAIN (MARKED AS A REPRINT) UNTIL THEY ARE PACKED, SO
      * A LOST LIST CAN BE RUN OFF AGAIN; OPEN ORDERS ARE MARKED
      * PICKED WITH TODAY'S DATE.
      ******************************************************************
       400-PRINT-PICK-LIST.
           DISPLAY "ENTER STORE NUMBER FOR THE PICK LIST "
               "(0 = BOTH STORES)"
           ACCEPT WS-INPUT-STORE
           IF WS-INPUT-STORE > 2
               DISPLAY "NO SUCH STORE"
               GO TO 400-EXIT
           END-IF
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "00"
               MOVE "YES" TO WS-INV-OPEN
           ELSE
               MOVE "NO" TO WS-INV-OPEN
               DISPLAY "INVENTORY FILE NOT FOUND - PICK LIST "
                   "PRINTED WITHOUT DESCRIPTIONS"
           END-IF
           OPEN OUTPUT PICK-LIST-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
           MOVE CUR-YEAR TO H-YEAR
           MOVE CUR-MONTH TO H-MONTH
           MOVE CUR-DAY TO H-DAY
           MOVE ZEROS TO WS-ORDERS-LISTED WS-NEWLY-PICKED
           IF WS-INPUT-STORE = 0
               MOVE 1 TO WS-PICK-STORE
               PERFORM 410-PICK-STORE THRU 410-EXIT
               MOVE 2 TO WS-PICK-STORE
               PERFORM 410-PICK-STORE THRU 410-EXIT
           ELSE
               MOVE WS-INPUT-STORE TO WS-PICK-STORE
               PERFORM 410-PICK-STORE THRU 410-EXIT
           END-IF
           CLOSE PICK-LIST-FILE
           IF WS-INV-OPEN = "YES"
               CLOSE INVENTORY-FILE
           END-IF
           DISPLAY "ORDERS ON THE PICK LIST " WS-ORDERS-LISTED
               " NEWLY PICKED " WS-NEWLY-PICKED
           DISPLAY "PICK LIST WRITTEN TO " UT-SYS-PICKLIST.
       400-EXIT.

      ******************************************************************
      * 410-PICK-STORE WRITES ONE STORE'S SECTION OF THE PICK LIST -
      * THE PICK WALK, THEN THE ORDERS.
      ******************************************************************
       410-PICK-STORE.
           MOVE WS-PICK-STORE TO H-STORE-NO
           MOVE ZEROS TO WS-STORE-ORDERS
           WRITE REPORT-RECORD FROM HEADING1
            AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 460-BUILD-WALK THRU 460-EXIT
           PERFORM 475-PRINT-WALK THRU 475-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM ORDERS-HEADING
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 420-PICK-ORDER THRU 420-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FF-COUNT
           IF WS-STORE-ORDERS = 0
               WRITE REPORT-RECORD FROM NONE-LINE
                AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-STORE-ORDERS TO F-STORE-ORDERS
           WRITE REPORT-RECORD FROM FOOTER1
            AFTER ADVANCING 2 LINES.
       410-EXIT.

      ******************************************************************
      * 420-PICK-ORDER PRINTS ONE OPEN OR PICKED ORDER FOR THE STORE
      * WITH ITS BIKE AND ACCESSORY LINES, AND MARKS AN OPEN ORDER
      * PICKED.
      ******************************************************************
       420-PICK-ORDER.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FW-RECORD
           IF FW-STORE-NO NOT = WS-PICK-STORE
               GO TO 420-EXIT
           END-IF
           IF NOT FW-OPEN AND NOT FW-PICKED
               GO TO 420-EXIT
           END-IF
           ADD 1 TO WS-STORE-ORDERS WS-ORDERS-LISTED
           MOVE FW-INVOICE-NUMBER TO O-INVOICE-NUMBER
           MOVE FW-ORDER-DATE TO O-ORDER-DATE
           MOVE FW-CLIENT-NO TO O-CLIENT-NO
           MOVE SPACES TO O-REPRINT
           IF FW-PICKED
               MOVE "(REPRINT)" TO O-REPRINT
           END-IF
           WRITE REPORT-RECORD FROM ORDER-LINE
            AFTER ADVANCING 1 LINE
           IF FW-BIKE-CODE NOT = SPACES
               MOVE FW-BIKE-CODE TO WS-ITEM-CODE
               MOVE 1 TO WS-ITEM-QTY
               PERFORM 430-PICK-ITEM THRU 430-EXIT
           END-IF
           IF FW-ACCESS-CODE NOT = SPACES
               MOVE FW-ACCESS-CODE TO WS-ITEM-CODE
               MOVE FW-ACCESS-QTY TO WS-ITEM-QTY
               PERFORM 430-PICK-ITEM THRU 430-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF FW-OPEN
               MOVE "P" TO FW-STATUS
               MOVE WS-TODAY TO FW-PICK-DATE
               MOVE FW-RECORD TO WS-FF-TBL-IMAGE (WS-SUB)
               ADD 1 TO WS-NEWLY-PICKED
           END-IF.
       420-EXIT.

      ******************************************************************
      * 430-PICK-ITEM PRINTS ONE ITEM OF THE ORDER. A PACKAGE IS
      * FOLLOWED BY EACH OF ITS COMPONENTS, SINCE THE COMPONENTS ARE
      * WHAT COME OFF THE SHELF.
      ******************************************************************
       430-PICK-ITEM.
           PERFORM 440-READ-ITEM THRU 440-EXIT
           MOVE WS-ITEM-QTY TO I-QTY
           MOVE WS-ITEM-CODE TO I-ITEM-CODE
           MOVE WS-ITEM-DESC TO I-DESCRIPTION
           PERFORM 480-FIND-BIN THRU 480-EXIT
           MOVE WS-BIN-PRINT TO I-BIN
           WRITE REPORT-RECORD FROM ITEM-LINE
            AFTER ADVANCING 1 LINE
           PERFORM 450-PICK-COMPONENT THRU 450-EXIT
               VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT.
       430-EXIT.

      ******************************************************************
      * 440-READ-ITEM LOOKS UP THE DESCRIPTION OF THE ITEM IN
      * WS-ITEM-CODE.
      ******************************************************************
       440-READ-ITEM.
           IF WS-INV-OPEN = "NO"
               MOVE SPACES TO WS-ITEM-DESC
               GO TO 440-EXIT
           END-IF
           MOVE WS-ITEM-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO INV-DESCRIPTION
           END-READ
           MOVE INV-DESCRIPTION TO WS-ITEM-DESC.
       440-EXIT.

      ******************************************************************
      * 450-PICK-COMPONENT PRINTS A COMPONENT LINE FOR EACH KIT LINE
      * BELONGING TO THE PACKAGE JUST PRINTED - ONE BIKE PER PACKAGE,
      * THE KIT QUANTITY OF ANYTHING ELSE.
      ******************************************************************
       450-PICK-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) NOT = I-ITEM-CODE
               GO TO 450-EXIT
           END-IF
           IF WS-KIT-TBL-COMP-TYPE (WS-KIT-SUB) = "B"
               MOVE WS-ITEM-QTY TO WS-COMP-QTY
           ELSE
               COMPUTE WS-COMP-QTY =
                   WS-KIT-TBL-COMP-QTY (WS-KIT-SUB) * WS-ITEM-QTY
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) TO WS-ITEM-CODE
           PERFORM 440-READ-ITEM THRU 440-EXIT
           MOVE WS-COMP-QTY TO C-QTY
           MOVE WS-ITEM-CODE TO C-COMP-CODE
           MOVE WS-ITEM-DESC TO C-DESCRIPTION
           PERFORM 480-FIND-BIN THRU 480-EXIT
           MOVE WS-BIN-PRINT TO C-BIN
           WRITE REPORT-RECORD FROM COMP-LINE
            AFTER ADVANCING 1 LINE.
       450-EXIT.

      ******************************************************************
      * 460-BUILD-WALK GATHERS EVERY ITEM TO PULL FOR THE STORE'S OPEN
      * AND PICKED ORDERS - A PACKAGE AS ITS COMPONENTS - TOTALLED BY
      * ITEM, AND SORTS THEM INTO BIN-WALK ORDER.
      ******************************************************************
       460-BUILD-WALK.
           MOVE ZEROS TO WS-WK-COUNT WS-WK-DROPPED
           PERFORM 462-WALK-ORDER THRU 462-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FF-COUNT
           PERFORM 470-INSERT-ONE-WALK THRU 470-EXIT
               VARYING WS-WK-SUB FROM 2 BY 1
               UNTIL WS-WK-SUB > WS-WK-COUNT.
       460-EXIT.

       462-WALK-ORDER.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FW-RECORD
           IF FW-STORE-NO NOT = WS-PICK-STORE
               GO TO 462-EXIT
           END-IF
           IF NOT FW-OPEN AND NOT FW-PICKED
               GO TO 462-EXIT
           END-IF
           IF FW-BIKE-CODE NOT = SPACES
               MOVE FW-BIKE-CODE TO WS-ITEM-CODE
               MOVE 1 TO WS-ITEM-QTY
               PERFORM 464-WALK-ITEM THRU 464-EXIT
           END-IF
           IF FW-ACCESS-CODE NOT = SPACES
               MOVE FW-ACCESS-CODE TO WS-ITEM-CODE
               MOVE FW-ACCESS-QTY TO WS-ITEM-QTY
               PERFORM 464-WALK-ITEM THRU 464-EXIT
           END-IF.
       462-EXIT.

      * A package comes off the shelf as its components; anything
      * else comes off as itself.

       464-WALK-ITEM.
           MOVE "NO" TO WS-IS-KIT
           PERFORM 465-CHECK-KIT-LINE THRU 465-EXIT
               VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
           IF WS-IS-KIT = "NO"
               MOVE WS-ITEM-QTY TO WS-COMP-QTY
               PERFORM 468-ADD-TO-WALK THRU 468-EXIT
               GO TO 464-EXIT
           END-IF
           MOVE WS-ITEM-CODE TO I-ITEM-CODE
           PERFORM 466-WALK-COMPONENT THRU 466-EXIT
               VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT.
       464-EXIT.

       465-CHECK-KIT-LINE.
           IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) = WS-ITEM-CODE
               MOVE "YES" TO WS-IS-KIT
           END-IF.
       465-EXIT.

       466-WALK-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) NOT = I-ITEM-CODE
               GO TO 466-EXIT
           END-IF
           IF WS-KIT-TBL-COMP-TYPE (WS-KIT-SUB) = "B"
               MOVE WS-ITEM-QTY TO WS-COMP-QTY
           ELSE
               COMPUTE WS-COMP-QTY =
                   WS-KIT-TBL-COMP-QTY (WS-KIT-SUB) * WS-ITEM-QTY
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) TO WS-ITEM-CODE
           PERFORM 468-ADD-TO-WALK THRU 468-EXIT
           MOVE I-ITEM-CODE TO WS-ITEM-CODE.
       466-EXIT.

      * Adds WS-COMP-QTY of WS-ITEM-CODE to the walk, onto the item's
      * existing line when it already has one.

       468-ADD-TO-WALK.
           MOVE "NO" TO WS-WK-FOUND
           IF WS-WK-COUNT > 0
               SET WK-IDX TO 1
               SEARCH WS-WK-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-WK-ITEM (WK-IDX) = WS-ITEM-CODE
                       MOVE "YES" TO WS-WK-FOUND
                       ADD WS-COMP-QTY TO WS-WK-QTY (WK-IDX)
               END-SEARCH
           END-IF
           IF WS-WK-FOUND = "YES"
               GO TO 468-EXIT
           END-IF
           IF WS-WK-COUNT >= 500
               ADD 1 TO WS-WK-DROPPED
               GO TO 468-EXIT
           END-IF
           PERFORM 480-FIND-BIN THRU 480-EXIT
           ADD 1 TO WS-WK-COUNT
           SET WK-IDX TO WS-WK-COUNT
           MOVE WS-ITEM-BIN TO WS-WK-BIN (WK-IDX)
           MOVE WS-ITEM-CODE TO WS-WK-ITEM (WK-IDX)
           MOVE WS-COMP-QTY TO WS-WK-QTY (WK-IDX)
           MOVE "N" TO WS-WK-MORE-BINS (WK-IDX)
           IF WS-BL-MATCHES > 1
               MOVE "Y" TO WS-WK-MORE-BINS (WK-IDX)
           END-IF.
       468-EXIT.

      * Insertion sort by bin and item, the way SALESVEL sorts its
      * top sellers.

       470-INSERT-ONE-WALK.
           MOVE WS-WK-ENTRIES (WS-WK-SUB) TO WS-WK-HOLD
           MOVE WS-WK-SUB TO WS-WK-SUB2
           PERFORM 472-SHIFT-ONE-WALK THRU 472-EXIT
               UNTIL WS-WK-SUB2 <= 1
               OR WS-WK-KEY (WS-WK-SUB2 - 1) NOT > WS-WK-HOLD (1:18)
           MOVE WS-WK-HOLD TO WS-WK-ENTRIES (WS-WK-SUB2).
       470-EXIT.

       472-SHIFT-ONE-WALK.
           MOVE WS-WK-ENTRIES (WS-WK-SUB2 - 1)
               TO WS-WK-ENTRIES (WS-WK-SUB2)
           SUBTRACT 1 FROM WS-WK-SUB2.
       472-EXIT.

      ******************************************************************
      * 475-PRINT-WALK PRINTS THE PICK WALK. AN ITEM WITH NO LOCATION
      * AT THE STORE PRINTS LAST FOR A BIN TO BE ASSIGNED; ONE KEPT IN
      * SEVERAL BINS SHOWS ITS FIRST AND IS NOTED.
      ******************************************************************
       475-PRINT-WALK.
           WRITE REPORT-RECORD FROM WALK-HEADING
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM WALK-COLUMNS
            AFTER ADVANCING 1 LINE
           PERFORM 477-PRINT-WALK-LINE THRU 477-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-WK-COUNT
           IF WS-WK-DROPPED > ZEROS
               DISPLAY "PICK WALK FULL - " WS-WK-DROPPED
                   " ITEMS ONLY ON THE ORDERS BELOW IT"
           END-IF.
       475-EXIT.

       477-PRINT-WALK-LINE.
           MOVE WS-WK-ITEM (WS-WK-SUB) TO WS-ITEM-CODE W-ITEM-CODE
           PERFORM 440-READ-ITEM THRU 440-EXIT
           MOVE WS-ITEM-DESC TO W-DESCRIPTION
           MOVE WS-WK-QTY (WS-WK-SUB) TO W-QTY
           MOVE WS-WK-BIN (WS-WK-SUB) TO WS-ITEM-BIN
           PERFORM 485-FORMAT-BIN THRU 485-EXIT
           MOVE WS-BIN-PRINT TO W-BIN
           MOVE SPACES TO W-NOTE
           IF WS-WK-BIN (WS-WK-SUB) = HIGH-VALUES
               MOVE "ASSIGN A BIN" TO W-NOTE
           END-IF
           IF WS-WK-MORE-BINS (WS-WK-SUB) = "Y"
               MOVE "+ MORE BINS" TO W-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WALK-LINE
            AFTER ADVANCING 1 LINE.
       477-EXIT.

      ******************************************************************
      * 480-FIND-BIN FINDS THE FIRST BIN IN WALK ORDER FOR THE ITEM IN
      * WS-ITEM-CODE AT THE STORE BEING PICKED, COUNTING HOW MANY IT
      * HAS, AND FORMATS IT FOR PRINTING.
      ******************************************************************
       480-FIND-BIN.
           MOVE HIGH-VALUES TO WS-ITEM-BIN
           MOVE ZEROS TO WS-BL-MATCHES
           PERFORM 482-CHECK-ONE-BIN THRU 482-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
           PERFORM 485-FORMAT-BIN THRU 485-EXIT.
       480-EXIT.

       482-CHECK-ONE-BIN.
           IF WS-BL-TBL-ITEM (WS-BL-SUB) NOT = WS-ITEM-CODE
               OR WS-BL-TBL-STORE (WS-BL-SUB) NOT = WS-PICK-STORE
               GO TO 482-EXIT
           END-IF
           ADD 1 TO WS-BL-MATCHES
           IF WS-BL-TBL-BIN (WS-BL-SUB) < WS-ITEM-BIN
               MOVE WS-BL-TBL-BIN (WS-BL-SUB) TO WS-ITEM-BIN
           END-IF.
       482-EXIT.

       485-FORMAT-BIN.
           IF WS-ITEM-BIN = HIGH-VALUES
               MOVE "*NONE*" TO WS-BIN-PRINT
               GO TO 485-EXIT
           END-IF
           MOVE WS-ITEM-BIN (1:3) TO WBP-AISLE
           MOVE "-" TO WBP-DASH1 WBP-DASH2
           MOVE WS-ITEM-BIN (4:3) TO WBP-BAY
           MOVE WS-ITEM-BIN (7:2) TO WBP-SHELF.
       485-EXIT.

      ******************************************************************
      * 500-PACK-CONFIRM RECORDS THE PACK CONFIRMATION FOR A PICKED
      * ORDER - CARRIER, TRACKING NUMBER, AND THE CARRIER'S CHARGE
      * FOR THE BOX (ZERO TAKES THE SHIPPING BILLED ON THE INVOICE).
      * A PACKED ORDER CAN BE CONFIRMED AGAIN TO CORRECT A KEYING
      * SLIP; A SHIPPED ONE CANNOT, ITS TRACKING NUMBER HAS GONE TO
      * THE STOREFRONT.
      ******************************************************************
       500-PACK-CONFIRM.
           DISPLAY "ENTER INVOICE NUMBER OF THE ORDER PACKED"
           ACCEPT WS-INPUT-INVOICE
           PERFORM 700-FIND-ORDER THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO WEB ORDER ON FILE FOR THAT INVOICE"
               GO TO 500-EXIT
           END-IF
           IF FW-SHIPPED
               DISPLAY "ORDER ALREADY SHIPPED " FW-SHIP-DATE
               GO TO 500-EXIT
           END-IF
           IF FW-OPEN
               DISPLAY "ORDER NOT YET PICKED - PRINT THE PICK LIST "
                   "FIRST"
               GO TO 500-EXIT
           END-IF
           MOVE FW-SHIP-CHARGE TO WO-CHARGE
           DISPLAY "STORE " FW-STORE-NO "  CLIENT " FW-CLIENT-NO
               "  SHIPPING BILLED " WO-CHARGE
           DISPLAY "ENTER CARRIER"
           ACCEPT WS-INPUT-CARRIER
           DISPLAY "ENTER TRACKING NUMBER"
           ACCEPT WS-INPUT-TRACKING
           IF WS-INPUT-CARRIER = SPACES OR WS-INPUT-TRACKING = SPACES
               DISPLAY "CARRIER AND TRACKING NUMBER ARE BOTH "
                   "REQUIRED - ORDER NOT CONFIRMED"
               GO TO 500-EXIT
           END-IF
           DISPLAY "ENTER CARRIER CHARGE AS 7 DIGITS "
               "(0001250 = 12.50), 0 = AS BILLED"
           ACCEPT WS-INPUT-CHARGE
           IF WS-INPUT-CHARGE NOT NUMERIC
               MOVE ZEROS TO WS-INPUT-CHARGE
           END-IF
           IF WS-INPUT-CHARGE = ZEROS
               MOVE FW-SHIP-CHARGE TO WS-INPUT-CHARGE
           END-IF
           MOVE WS-INPUT-CARRIER TO FW-CARRIER
           MOVE WS-INPUT-TRACKING TO FW-TRACKING-NO
           MOVE WS-INPUT-CHARGE TO FW-CARRIER-CHARGE
           MOVE "K" TO FW-STATUS
           MOVE WS-TODAY TO FW-PACK-DATE
           MOVE FW-RECORD TO WS-FF-TBL-IMAGE (WS-ENTRY-SUB)
           DISPLAY "ORDER " FW-INVOICE-NUMBER " PACKED".
       500-EXIT.

      ******************************************************************
      * 600-SHIP-ORDERS MARKS THE KEYED PACKED ORDER SHIPPED, OR EVERY
      * PACKED ORDER WHEN THE CARRIER'S PICKUP TAKES THEM ALL. ONLY A
      * PACKED ORDER CAN SHIP - THE STOREFRONT EXPORT NEEDS ITS
      * TRACKING NUMBER.
      ******************************************************************
       600-SHIP-ORDERS.
           DISPLAY "ENTER INVOICE NUMBER SHIPPED "
               "(0 = EVERY PACKED ORDER)"
           ACCEPT WS-INPUT-INVOICE
           MOVE ZEROS TO WS-SHIPPED-NOW
           IF WS-INPUT-INVOICE = ZEROS
               PERFORM 610-SHIP-ONE THRU 610-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FF-COUNT
               DISPLAY "ORDERS SHIPPED " WS-SHIPPED-NOW
               GO TO 600-EXIT
           END-IF
           PERFORM 700-FIND-ORDER THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO WEB ORDER ON FILE FOR THAT INVOICE"
               GO TO 600-EXIT
           END-IF
           IF NOT FW-PACKED
               DISPLAY "ORDER IS NOT PACKED - RECORD THE PACK "
                   "CONFIRMATION FIRST"
               GO TO 600-EXIT
           END-IF
           MOVE WS-ENTRY-SUB TO WS-SUB
           PERFORM 610-SHIP-ONE THRU 610-EXIT
           DISPLAY "ORDER " FW-INVOICE-NUMBER " SHIPPED".
       600-EXIT.

       610-SHIP-ONE.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FW-RECORD
           IF NOT FW-PACKED
               GO TO 610-EXIT
           END-IF
           MOVE "S" TO FW-STATUS
           MOVE WS-TODAY TO FW-SHIP-DATE
           MOVE FW-RECORD TO WS-FF-TBL-IMAGE (WS-SUB)
           ADD 1 TO WS-SHIPPED-NOW.
       610-EXIT.

      ******************************************************************
      * 650-LIST-ORDERS DISPLAYS EVERY ORDER NOT YET SHIPPED.
      ******************************************************************
       650-LIST-ORDERS.
           DISPLAY "INVOICE STORE STATUS ORDERED  CARRIER    TRACKING"
           PERFORM 660-LIST-ONE THRU 660-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FF-COUNT.
       650-EXIT.

       660-LIST-ONE.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FW-RECORD
           IF FW-SHIPPED
               GO TO 660-EXIT
           END-IF
           DISPLAY FW-INVOICE-NUMBER "    " FW-STORE-NO "    "
               FW-STATUS "    " FW-ORDER-DATE " " FW-CARRIER " "
               FW-TRACKING-NO.
       660-EXIT.

      ******************************************************************
      * 700-FIND-ORDER LOOKS THE KEYED INVOICE UP IN THE TABLE,
      * SETTING WS-ENTRY-FOUND AND WS-ENTRY-SUB AND LEAVING THE
      * RECORD IN FW-RECORD.
      ******************************************************************
       700-FIND-ORDER.
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM 710-CHECK-ORDER THRU 710-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FF-COUNT
               OR WS-ENTRY-FOUND = "YES"
           IF WS-ENTRY-FOUND = "YES"
               MOVE WS-FF-TBL-IMAGE (WS-ENTRY-SUB) TO FW-RECORD
           END-IF.
       700-EXIT.

       710-CHECK-ORDER.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FW-RECORD
           IF FW-INVOICE-NUMBER = WS-INPUT-INVOICE
               MOVE "YES" TO WS-ENTRY-FOUND
               MOVE WS-SUB TO WS-ENTRY-SUB
           END-IF.
       710-EXIT.

      ******************************************************************
      * 900-REWRITE-FULFILL-TABLE WRITES THE TABLE BACK OUT TO THE
      * FULFILLMENT FILE.
      ******************************************************************
       900-REWRITE-FULFILL-TABLE.
           OPEN OUTPUT FULFILLMENT-FILE
           PERFORM 910-WRITE-FULFILL THRU 910-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FF-COUNT
           CLOSE FULFILLMENT-FILE.
       900-EXIT.

       910-WRITE-FULFILL.
           MOVE WS-FF-TBL-IMAGE (WS-SUB) TO FF-RECORD
           WRITE FF-RECORD.
       910-EXIT.
