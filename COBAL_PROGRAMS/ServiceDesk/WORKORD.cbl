      * the finished ticket is settled at the register through
      * PROGRAM1's W mode, which is what finally puts service money
      * into the invoice history and the Z-report.
      *
      * Refurbishment orders (client "*SHOP", opened by PROGRAM1 when
      * a trade-in is stocked) take their parts at INV-UNIT-COST, not
      * the selling price, and are never settled at the register:
      * the close (C) adds the order's labor and parts to the used
      * bike's INV-UNIT-COST, so the bike sells against its true
      * cost instead of the bare trade allowance.
      *
      * Fleet maintenance orders (client "*FLT", opened by RENTAL
      * when a rental bike comes due for service) also take parts at
      * cost and never go to the register. Their close (C) only
      * appends the settled marker carrying the repair cost, which
      * puts the unit back in service at its next check-out and is
      * what FLEETRPT charges against the unit.
      *
      * A labor or part line on a customer's order can be marked as
      * manufacturer warranty work. The bench keys the frame serial
      * and the manufacturer; the serial must be on a sale in the
      * invoice history (HIST-SERIAL-NO - the live file, or a monthly
      * archive the bench names) and the sale must still be inside
      * the manufacturer's covered days on WarrantyTerms.txt, or the
      * line is refused. A warranty line costs the customer nothing;
      * a warranty part still comes off the shelf, and its cost is
      * kept on the line for WTYCLAIM to claim back.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the invoice history - the live file, or
      * a monthly archive, named at run time - for the warranty
      * serial check.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the manufacturer warranty terms.

       SELECT WARRANTY-TERMS-FILE
               ASSIGN TO UT-SYS-WTYTERMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTYTERMS-STATUS.

      * Select statement for the operator master, read to check the
      * ID of the tech taking a contact note.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the invoice history.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the manufacturer warranty terms.

       FD  WARRANTY-TERMS-FILE.
           COPY WTYTERMS.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.
          05 WS-LIST-SUB                     PIC 999.
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          05 WS-SCAN-BIKE-CODE               PIC X(10).
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-WTYTERMS-STATUS              PIC XX.
          05 WS-HIST-EOF                     PIC XXX.
          05 WS-HIST-FILENAME                PIC X(60).
          05 WS-ARCH-MONTH                   PIC 9(6).
          05 WS-WTY-CHOICE                   PIC X.
          05 WS-WTY-LINE                     PIC XXX.
          05 WS-INPUT-SERIAL                 PIC X(15).
          05 WS-INPUT-MFR                    PIC X(4).
          05 WS-SCAN-SERIAL                  PIC X(15).
          05 WS-SCAN-MFR                     PIC X(4).
          05 WS-SALE-DATE                    PIC 9(8).
          05 WS-SALE-INVOICE                 PIC 9(6).
          05 WS-DAYS-SINCE-SALE              PIC S9(7).
          05 WS-MFR-FOUND                    PIC XXX.
          05 WS-MFR-NAME                     PIC X(25).
          05 WS-MFR-RATE                     PIC 9(5)V99.
          05 WS-MFR-DAYS                     PIC 9(4).
          05 WS-NOTE-CHOICE                  PIC X.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-FILE-OK                   PIC XXX.
          05 WS-OP-EOF                       PIC XXX.
          05 WS-OP-FOUND                     PIC XXX.

      * Parameter block for the shared FILELOCK named-lock facility,
      * taken around a part pull so a register relieving the same

       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * a part off the shelf is posted against its work order.

       COPY STKPOSTWS.

      * Parameter block for the shared CNOTELOG contact-notes
      * subprogram - the bench sees what the register and the travel
      * desk told the client, and records its own calls.

       COPY CNOTEWS.

      * Latest-known status per work order, built by the list scan.

       01 WS-LIST-TABLE.
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-WTYTERMS                 PIC X(60)
          VALUE "C:\COBOL\WarrantyTerms.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

           DISPLAY "S - CHANGE STATUS (R/I/D)"
           DISPLAY "Q - INQUIRE ON ONE WORK ORDER"
           DISPLAY "L - LIST UNSETTLED WORK ORDERS"
           DISPLAY "C - CLOSE A REFURBISHMENT OR FLEET ORDER"
           DISPLAY "N - CLIENT CONTACT NOTES"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 800-LIST-OPEN THRU 800-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 650-CLOSE-REFURB THRU 650-EXIT
               WHEN "N"
               WHEN "n"
                   PERFORM 850-CLIENT-NOTES THRU 850-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
           END-READ
           DISPLAY "CLIENT: " CM-CLIENT-NAME " " CM-CLIENT-PHONE
           CLOSE CLIENT-MASTER-FILE
           MOVE "S" TO NP-ACTION
           MOVE WS-CLIENT-KEY TO NP-CLIENT-NO
           CALL "CNOTELOG" USING NP-PARMS
           DISPLAY "ENTER PROBLEM DESCRIPTION (25 CHARACTERS)"
           ACCEPT WS-INPUT-DESC
           PERFORM 450-GET-WO-NUMBER THRU 450-EXIT
      ******************************************************************
      * 470-FIND-WO-CLIENT SCANS THE FILE FOR THE KEYED WORK ORDER'S
      * CLIENT AND LATEST STATUS, SO A NEW LINE CAN CARRY THE RIGHT
      * CLIENT AND A SETTLED ORDER REFUSES FURTHER LINES. IT ALSO
      * TOTALS THE LABOR AND PARTS, PICKS UP A REFURBISHMENT
      * ORDER'S USED-BIKE CODE, AND REMEMBERS THE SERIAL AND
      * MANUFACTURER OF THE ORDER'S LAST WARRANTY LINE AS THE
      * DEFAULTS FOR THE NEXT ONE.
      ******************************************************************
       470-FIND-WO-CLIENT.
           MOVE "NO" TO WS-SCAN-FOUND
           MOVE SPACES TO WS-SCAN-CLIENT
           MOVE SPACES TO WS-SCAN-STATUS
           MOVE SPACES TO WS-SCAN-BIKE-CODE
           MOVE SPACES TO WS-SCAN-SERIAL
           MOVE SPACES TO WS-SCAN-MFR
           MOVE ZEROS TO WS-SCAN-TOTAL
           MOVE "NO" TO WS-WO-EOF
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
                       END-IF
                       IF WO-LINE-TYPE = "H"
                           MOVE WO-STATUS TO WS-SCAN-STATUS
                           IF WO-ITEM-CODE NOT = SPACES
                               MOVE WO-ITEM-CODE TO WS-SCAN-BIKE-CODE
                           END-IF
                       END-IF
                       IF WO-LINE-TYPE = "C"
                           MOVE "S" TO WS-SCAN-STATUS
                       END-IF
                       IF WO-LINE-TYPE = "L" OR WO-LINE-TYPE = "P"
                           ADD WO-LINE-TOTAL TO WS-SCAN-TOTAL
                       END-IF
                       IF WO-WARRANTY-LINE
                           MOVE WO-SERIAL-NO TO WS-SCAN-SERIAL
                           MOVE WO-MFR-CODE TO WS-SCAN-MFR
                       END-IF
                   END-IF
           END-READ.
       475-EXIT.

      ******************************************************************
      * 500-ADD-LABOR APPENDS ONE LABOR LINE TO AN OPEN WORK ORDER.
      * WARRANTY LABOR IS NOT CHARGED - THE MANUFACTURER PAYS ITS
      * FLAT RATE FOR IT THROUGH THE CLAIM RUN INSTEAD.
      ******************************************************************
       500-ADD-LABOR.
           DISPLAY "ENTER WORK ORDER NUMBER"
               DISPLAY "WORK ORDER ALREADY SETTLED - NO MORE LINES"
               GO TO 500-EXIT
           END-IF
           PERFORM 510-ASK-WARRANTY THRU 510-EXIT
           IF WS-WTY-LINE = "BAD"
               DISPLAY "LINE NOT ADDED"
               GO TO 500-EXIT
           END-IF
           DISPLAY "ENTER LABOR DESCRIPTION"
           ACCEPT WS-INPUT-DESC
           IF WS-WTY-LINE = "YES"
               MOVE ZEROS TO WS-INPUT-AMOUNT
               MOVE WS-MFR-RATE TO WO-AMT
               DISPLAY "WARRANTY LABOR - CLAIMED FROM " WS-INPUT-MFR
                   " AT ITS FLAT RATE OF " WO-AMT
           ELSE
               DISPLAY "ENTER LABOR AMOUNT (99999.99)"
               ACCEPT WS-INPUT-AMOUNT
           END-IF
           PERFORM 460-OPEN-WO-EXTEND THRU 460-EXIT
           MOVE SPACES TO WO-RECORD
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE WS-INPUT-AMOUNT TO WO-UNIT-PRICE WO-LINE-TOTAL
           MOVE WS-RUN-DATE TO WO-DATE
           MOVE ZEROS TO WO-INVOICE-NUMBER
           IF WS-WTY-LINE = "YES"
               PERFORM 540-MARK-WARRANTY THRU 540-EXIT
           END-IF
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           DISPLAY "LABOR LINE ADDED".
       500-EXIT.

      ******************************************************************
      * 510-ASK-WARRANTY ASKS WHETHER A CUSTOMER ORDER'S NEW LINE IS
      * MANUFACTURER WARRANTY WORK AND, IF SO, PROVES IT. LEAVES
      * WS-WTY-LINE "YES" FOR A PROVEN WARRANTY LINE, "NO" FOR AN
      * ORDINARY CHARGED LINE, AND "BAD" WHEN THE WARRANTY COULD NOT
      * BE PROVEN (THE LINE IS THEN NOT ADDED). REFURBISHMENT AND
      * FLEET ORDERS ARE THE SHOP'S OWN BIKES AND ARE NEVER ASKED.
      ******************************************************************
       510-ASK-WARRANTY.
           MOVE "NO" TO WS-WTY-LINE
           IF WS-SCAN-CLIENT = "*SHOP" OR WS-SCAN-CLIENT = "*FLT"
               GO TO 510-EXIT
           END-IF
           DISPLAY "MANUFACTURER WARRANTY WORK? (Y/N)"
           ACCEPT WS-WTY-CHOICE
           IF WS-WTY-CHOICE NOT = "Y" AND WS-WTY-CHOICE NOT = "y"
               GO TO 510-EXIT
           END-IF
           PERFORM 520-TAKE-WARRANTY THRU 520-EXIT.
       510-EXIT.

      ******************************************************************
      * 520-TAKE-WARRANTY TAKES THE FRAME SERIAL AND MANUFACTURER
      * (DEFAULTING TO THE ORDER'S LAST WARRANTY LINE), FINDS THE
      * MANUFACTURER'S TERMS, AND FINDS THE SERIAL'S SALE ON THE
      * INVOICE HISTORY - THE LIVE FILE FIRST, THEN A MONTHLY ARCHIVE
      * IF THE BENCH NAMES ONE. THE SALE MUST BE NO MORE THAN THE
      * MANUFACTURER'S COVERED DAYS BEFORE TODAY.
      ******************************************************************
       520-TAKE-WARRANTY.
           MOVE "BAD" TO WS-WTY-LINE
           IF WS-SCAN-SERIAL = SPACES
               DISPLAY "ENTER FRAME SERIAL NUMBER"
           ELSE
               DISPLAY "ENTER FRAME SERIAL NUMBER (ENTER = "
                   WS-SCAN-SERIAL ")"
           END-IF
           MOVE SPACES TO WS-INPUT-SERIAL
           ACCEPT WS-INPUT-SERIAL
           IF WS-INPUT-SERIAL = SPACES
               MOVE WS-SCAN-SERIAL TO WS-INPUT-SERIAL
           END-IF
           IF WS-INPUT-SERIAL = SPACES
               DISPLAY "A WARRANTY LINE NEEDS THE FRAME SERIAL"
               GO TO 520-EXIT
           END-IF
           IF WS-SCAN-MFR = SPACES
               DISPLAY "ENTER MANUFACTURER CODE"
           ELSE
               DISPLAY "ENTER MANUFACTURER CODE (ENTER = "
                   WS-SCAN-MFR ")"
           END-IF
           MOVE SPACES TO WS-INPUT-MFR
           ACCEPT WS-INPUT-MFR
           IF WS-INPUT-MFR = SPACES
               MOVE WS-SCAN-MFR TO WS-INPUT-MFR
           END-IF
           PERFORM 525-FIND-TERMS THRU 525-EXIT
           IF WS-MFR-FOUND = "NO"
               DISPLAY "MANUFACTURER " WS-INPUT-MFR
                   " HAS NO WARRANTY TERMS - SET THEM UP IN WTYCLAIM"
               GO TO 520-EXIT
           END-IF
           MOVE ZEROS TO WS-SALE-DATE WS-SALE-INVOICE
           MOVE UT-SYS-HISTFILE TO WS-HIST-FILENAME
           PERFORM 530-FIND-SALE THRU 530-EXIT
           IF WS-SALE-DATE = ZEROS
               DISPLAY "SERIAL " WS-INPUT-SERIAL
                   " NOT ON THE CURRENT INVOICE HISTORY"
               DISPLAY "ENTER SALE MONTH YYYYMM TO SEARCH THE ARCHIVE "
                   "(0 = NONE)"
               MOVE ZEROS TO WS-ARCH-MONTH
               ACCEPT WS-ARCH-MONTH
               IF WS-ARCH-MONTH NOT = ZEROS
                   MOVE SPACES TO WS-HIST-FILENAME
                   STRING "C:\COBOL\InvoiceHist_" DELIMITED BY SIZE
                       WS-ARCH-MONTH DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-HIST-FILENAME
                   END-STRING
                   PERFORM 530-FIND-SALE THRU 530-EXIT
               END-IF
           END-IF
           IF WS-SALE-DATE = ZEROS
               DISPLAY "NO SALE OF SERIAL " WS-INPUT-SERIAL
                   " ON FILE - WARRANTY CANNOT BE PROVEN"
               GO TO 520-EXIT
           END-IF
           COMPUTE WS-DAYS-SINCE-SALE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE (WS-SALE-DATE)
           IF WS-DAYS-SINCE-SALE > WS-MFR-DAYS
               DISPLAY "SOLD " WS-SALE-DATE " ON INVOICE "
                   WS-SALE-INVOICE " - " WS-MFR-NAME
               DISPLAY "COVERS " WS-MFR-DAYS " DAYS - OUT OF WARRANTY"
               GO TO 520-EXIT
           END-IF
           DISPLAY "IN WARRANTY - SOLD " WS-SALE-DATE " ON INVOICE "
               WS-SALE-INVOICE " (" WS-MFR-NAME ")"
           MOVE "YES" TO WS-WTY-LINE.
       520-EXIT.

      ******************************************************************
      * 525-FIND-TERMS LOOKS THE MANUFACTURER UP ON THE WARRANTY TERMS
      * FILE FOR ITS NAME, FLAT LABOR RATE, AND COVERED DAYS.
      ******************************************************************
       525-FIND-TERMS.
           MOVE "NO" TO WS-MFR-FOUND
           IF WS-INPUT-MFR = SPACES
               GO TO 525-EXIT
           END-IF
           OPEN INPUT WARRANTY-TERMS-FILE
           IF WS-WTYTERMS-STATUS NOT = "00"
               GO TO 525-EXIT
           END-IF
           MOVE "NO" TO WS-HIST-EOF
           PERFORM 526-READ-TERMS THRU 526-EXIT
               UNTIL WS-HIST-EOF = "YES"
           CLOSE WARRANTY-TERMS-FILE.
       525-EXIT.

       526-READ-TERMS.
           READ WARRANTY-TERMS-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
               NOT AT END
                   IF WT-MFR-CODE = WS-INPUT-MFR
                       MOVE "YES" TO WS-MFR-FOUND
                       MOVE WT-MFR-NAME TO WS-MFR-NAME
                       MOVE WT-LABOR-RATE TO WS-MFR-RATE
                       MOVE WT-WARRANTY-DAYS TO WS-MFR-DAYS
                       MOVE "YES" TO WS-HIST-EOF
                   END-IF
           END-READ.
       526-EXIT.

      ******************************************************************
      * 530-FIND-SALE SCANS THE NAMED HISTORY FILE FOR THE SERIAL'S
      * EARLIEST SALE - A BIKE TRADED IN AND SOLD AGAIN IS STILL
      * COVERED ONLY FROM ITS FIRST SALE. A MISSING FILE FINDS
      * NOTHING.
      ******************************************************************
       530-FIND-SALE.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS NOT = "00"
               GO TO 530-EXIT
           END-IF
           MOVE "NO" TO WS-HIST-EOF
           PERFORM 535-READ-HISTORY THRU 535-EXIT
               UNTIL WS-HIST-EOF = "YES"
           CLOSE INVOICE-HISTORY-FILE.
       530-EXIT.

       535-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
               NOT AT END
                   IF HIST-SERIAL-NO = WS-INPUT-SERIAL
                       AND HIST-INVOICE-DATE NUMERIC
                       AND HIST-INVOICE-DATE NOT = ZEROS
                       IF WS-SALE-DATE = ZEROS
                           OR HIST-INVOICE-DATE < WS-SALE-DATE
                           MOVE HIST-INVOICE-DATE TO WS-SALE-DATE
                           MOVE HIST-INVOICE-NUMBER TO WS-SALE-INVOICE
                       END-IF
                   END-IF
           END-READ.
       535-EXIT.

      ******************************************************************
      * 540-MARK-WARRANTY STAMPS THE PROVEN WARRANTY ON THE LINE
      * ABOUT TO BE WRITTEN.
      ******************************************************************
       540-MARK-WARRANTY.
           MOVE "W" TO WO-WARRANTY-FLAG
           MOVE WS-INPUT-MFR TO WO-MFR-CODE
           MOVE WS-INPUT-SERIAL TO WO-SERIAL-NO
           MOVE WS-SALE-DATE TO WO-SALE-DATE.
       540-EXIT.

      ******************************************************************
      * 550-ADD-PART PULLS A PART OFF THE SHARED INVENTORY BY ITEM
      * CODE, RELIEVES THE ON-HAND COUNT IMMEDIATELY, AND APPENDS
      * THE PART LINE AT THE CURRENT SELLING PRICE - OR, ON A
      * REFURBISHMENT ORDER, AT THE PART'S UNIT COST, SINCE NO
      * CUSTOMER PAYS FOR IT AND IT BECOMES PART OF THE BIKE'S COST.
      * A WARRANTY PART IS NOT CHARGED; ITS COST IS KEPT ON THE LINE
      * FOR THE CLAIM AGAINST THE MANUFACTURER.
      ******************************************************************
       550-ADD-PART.
           DISPLAY "ENTER WORK ORDER NUMBER"
           IF WS-INPUT-QTY = ZEROS
               MOVE 1 TO WS-INPUT-QTY
           END-IF
           PERFORM 510-ASK-WARRANTY THRU 510-EXIT
           IF WS-WTY-LINE = "BAD"
               DISPLAY "PART NOT ADDED"
               GO TO 550-EXIT
           END-IF
           PERFORM 900-TAKE-INVENTORY-LOCK THRU 900-EXIT
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
           END-IF
           SUBTRACT WS-INPUT-QTY FROM INV-QTY-ON-HAND
           REWRITE INV-RECORD
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE 1 TO SK-STORE-NO
           MOVE "P" TO SK-MOVE-TYPE
           COMPUTE SK-QTY = 0 - WS-INPUT-QTY
           MOVE ZEROS TO SK-UNIT-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE WS-WO-NUMBER TO SK-SOURCE-DOC
           MOVE SPACES TO SK-OPERATOR
           MOVE "WORKORD" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           PERFORM 460-OPEN-WO-EXTEND THRU 460-EXIT
           MOVE INV-DESCRIPTION TO WO-DESCRIPTION
           MOVE WS-INPUT-CODE TO WO-ITEM-CODE
           MOVE WS-INPUT-QTY TO WO-QTY
           IF WO-SHOP-ORDER OR WO-FLEET-ORDER
               MOVE INV-UNIT-COST TO WO-UNIT-PRICE
           ELSE
               MOVE INV-PRICE TO WO-UNIT-PRICE
           END-IF
           IF WS-WTY-LINE = "YES"
               MOVE ZEROS TO WO-UNIT-PRICE
           END-IF
           MULTIPLY WO-UNIT-PRICE BY WS-INPUT-QTY GIVING WO-LINE-TOTAL
           MOVE WS-RUN-DATE TO WO-DATE
           MOVE ZEROS TO WO-INVOICE-NUMBER
           IF WS-WTY-LINE = "YES"
               PERFORM 540-MARK-WARRANTY THRU 540-EXIT
               MOVE ZEROS TO WO-CLAIM-COST
               IF INV-UNIT-COST NUMERIC
                   MULTIPLY INV-UNIT-COST BY WS-INPUT-QTY
                       GIVING WO-CLAIM-COST
               END-IF
           END-IF
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           MOVE WO-LINE-TOTAL TO WO-AMT
           DISPLAY "PART ADDED - LINE TOTAL " WO-AMT
               " (ON-HAND RELIEVED)"
           IF WO-WARRANTY-LINE
               MOVE WO-CLAIM-COST TO WO-AMT
               DISPLAY "WARRANTY PART - " WO-AMT " AT COST TO CLAIM "
                   "FROM " WO-MFR-CODE
           END-IF.
       550-EXIT.

      ******************************************************************
           DISPLAY "STATUS NOW " WS-INPUT-STATUS.
       600-EXIT.

      ******************************************************************
      * 650-CLOSE-REFURB CLOSES A REFURBISHMENT ORDER: ITS LABOR AND
      * PARTS TOTAL IS ADDED TO THE USED BIKE'S INV-UNIT-COST (UNDER
      * THE INVENTORY LOCK) AND THE SETTLED MARKER IS APPENDED WITH
      * THE AMOUNT ROLLED, WHICH RETIRES THE ORDER. A BIKE ALREADY
      * SOLD STILL HAS ITS RECORD, SO THE COST STILL LANDS. A FLEET
      * ORDER IS CLOSED BY 660 INSTEAD.
      ******************************************************************
       650-CLOSE-REFURB.
           DISPLAY "ENTER REFURBISHMENT OR FLEET WORK ORDER NUMBER"
           ACCEPT WS-WO-NUMBER
           PERFORM 470-FIND-WO-CLIENT THRU 470-EXIT
           IF WS-SCAN-FOUND = "NO"
               DISPLAY "WORK ORDER NOT ON FILE"
               GO TO 650-EXIT
           END-IF
           IF WS-SCAN-CLIENT NOT = "*SHOP"
               AND WS-SCAN-CLIENT NOT = "*FLT"
               DISPLAY "NOT A REFURBISHMENT OR FLEET ORDER - SETTLE IT "
                   "AT THE REGISTER"
               GO TO 650-EXIT
           END-IF
           IF WS-SCAN-STATUS = "S"
               DISPLAY "ORDER ALREADY CLOSED"
               GO TO 650-EXIT
           END-IF
           IF WS-SCAN-CLIENT = "*FLT"
               PERFORM 660-CLOSE-FLEET THRU 660-EXIT
               GO TO 650-EXIT
           END-IF
           PERFORM 900-TAKE-INVENTORY-LOCK THRU 900-EXIT
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS
               PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
               GO TO 650-EXIT
           END-IF
           MOVE WS-SCAN-BIKE-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "USED BIKE " WS-SCAN-BIKE-CODE
                       " NOT ON INVENTORY - ORDER LEFT OPEN"
                   CLOSE INVENTORY-FILE
                   PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
                   GO TO 650-EXIT
           END-READ
           ADD WS-SCAN-TOTAL TO INV-UNIT-COST
           REWRITE INV-RECORD
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           PERFORM 460-OPEN-WO-EXTEND THRU 460-EXIT
           MOVE SPACES TO WO-RECORD
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE "C" TO WO-LINE-TYPE
           MOVE "*SHOP" TO WO-CLIENT-NO
           MOVE "S" TO WO-STATUS
           MOVE "REFURB COST TO USED BIKE" TO WO-DESCRIPTION
           MOVE WS-SCAN-BIKE-CODE TO WO-ITEM-CODE
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-INVOICE-NUMBER
           MOVE WS-SCAN-TOTAL TO WO-LINE-TOTAL
           MOVE WS-RUN-DATE TO WO-DATE
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           MOVE WS-SCAN-TOTAL TO WO-TOTAL
           MOVE INV-UNIT-COST TO WO-AMT
           DISPLAY "CLOSED - " WO-TOTAL " ADDED TO " WS-SCAN-BIKE-CODE
               ", COST NOW " WO-AMT.
       650-EXIT.

      ******************************************************************
      * 660-CLOSE-FLEET CLOSES A FLEET MAINTENANCE ORDER. THE RENTAL
      * BIKE IS NOT STOCK FOR SALE, SO NOTHING IS ROLLED INTO ITS
      * COST - THE SETTLED MARKER CARRIES THE REPAIR COST FOR THE
      * FLEET REPORT AND RELEASES THE UNIT BACK TO THE RENTAL DESK.
      ******************************************************************
       660-CLOSE-FLEET.
           PERFORM 460-OPEN-WO-EXTEND THRU 460-EXIT
           MOVE SPACES TO WO-RECORD
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE "C" TO WO-LINE-TYPE
           MOVE "*FLT" TO WO-CLIENT-NO
           MOVE "S" TO WO-STATUS
           MOVE "FLEET SERVICE COMPLETE" TO WO-DESCRIPTION
           MOVE WS-SCAN-BIKE-CODE TO WO-ITEM-CODE
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-INVOICE-NUMBER
           MOVE WS-SCAN-TOTAL TO WO-LINE-TOTAL
           MOVE WS-RUN-DATE TO WO-DATE
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           MOVE WS-SCAN-TOTAL TO WO-TOTAL
           DISPLAY "CLOSED - UNIT " WS-SCAN-BIKE-CODE " SERVICED FOR "
               WO-TOTAL ", BACK IN SERVICE AT NEXT CHECK-OUT".
       660-EXIT.

      ******************************************************************
      * 700-INQUIRE LISTS EVERY LINE OF ONE WORK ORDER WITH A RUNNING
      * TOTAL OF LABOR AND PARTS. WARRANTY LINES SHOW THE
      * MANUFACTURER, SERIAL, AND SALE DATE BENEATH THEM.
      ******************************************************************
       700-INQUIRE.
           DISPLAY "ENTER WORK ORDER NUMBER"
                       DISPLAY WO-LINE-TYPE " " WO-DESCRIPTION " "
                           WO-ITEM-CODE " QTY " WO-QTY " " WO-AMT
                           " " WO-DATE
                       IF WO-WARRANTY-LINE
                           DISPLAY "  WARRANTY " WO-MFR-CODE
                               " SERIAL " WO-SERIAL-NO
                               " SOLD " WO-SALE-DATE
                       END-IF
                       IF WO-LINE-TYPE = "L" OR WO-LINE-TYPE = "P"
                           ADD WO-LINE-TOTAL TO WS-SCAN-TOTAL
                       END-IF
           END-IF.
       820-EXIT.

      ******************************************************************
      * 850-CLIENT-NOTES SHOWS A CLIENT'S LATEST CONTACT NOTES FROM
      * EVERY DESK AND TAKES A NEW SERVICE NOTE - THE LOANER PROMISED,
      * THE CALL TO SAY THE BIKE IS READY - UNDER THE TECH'S ID,
      * WHICH MUST BE ON THE OPERATOR MASTER.
      ******************************************************************
       850-CLIENT-NOTES.
           DISPLAY "ENTER CLIENT NUMBER"
           ACCEPT WS-INPUT-CLIENT
           MOVE WS-INPUT-CLIENT TO WS-CLIENT-KEY
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               DISPLAY "NO CLIENT MASTER ON FILE"
               GO TO 850-EXIT
           END-IF
           MOVE WS-CLIENT-KEY TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENT NOT ON MASTER"
                   CLOSE CLIENT-MASTER-FILE
                   GO TO 850-EXIT
           END-READ
           DISPLAY "CLIENT: " CM-CLIENT-NAME " " CM-CLIENT-PHONE
           CLOSE CLIENT-MASTER-FILE
           MOVE "S" TO NP-ACTION
           MOVE WS-CLIENT-KEY TO NP-CLIENT-NO
           CALL "CNOTELOG" USING NP-PARMS
           DISPLAY "ADD A CONTACT NOTE? (Y/N)"
           ACCEPT WS-NOTE-CHOICE
           IF WS-NOTE-CHOICE NOT = "Y" AND WS-NOTE-CHOICE NOT = "y"
               GO TO 850-EXIT
           END-IF.
       850-OPERATOR.
           DISPLAY "ENTER YOUR OPERATOR ID"
           ACCEPT NP-OPERATOR
           IF NP-OPERATOR = SPACES
               DISPLAY "NO NOTE ADDED"
               GO TO 850-EXIT
           END-IF
           INSPECT NP-OPERATOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 852-FIND-NOTE-OPERATOR THRU 852-EXIT
           IF WS-OP-FILE-OK = "NO"
               DISPLAY "NO OPERATOR FILE ON HAND - NO NOTE ADDED"
               GO TO 850-EXIT
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - REKEY (BLANK = NO "
                   "NOTE)"
               GO TO 850-OPERATOR
           END-IF
           MOVE "S" TO NP-DEPARTMENT
           MOVE "P" TO NP-ACTION
           CALL "CNOTELOG" USING NP-PARMS.
       850-EXIT.

      ******************************************************************
      * 852-FIND-NOTE-OPERATOR LOOKS THE KEYED ID UP ON THE OPERATOR
      * MASTER THE WAY THE SIGN-ON PARAGRAPHS DO.
      ******************************************************************
       852-FIND-NOTE-OPERATOR.
           MOVE "NO" TO WS-OP-FOUND WS-OP-EOF
           MOVE "YES" TO WS-OP-FILE-OK
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               MOVE "NO" TO WS-OP-FILE-OK
               GO TO 852-EXIT
           END-IF
           PERFORM 854-READ-OPERATOR THRU 854-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE.
       852-EXIT.

       854-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = NP-OPERATOR
                       MOVE "YES" TO WS-OP-FOUND
                   END-IF
           END-READ.
       854-EXIT.

      ******************************************************************
      * 900-TAKE-INVENTORY-LOCK TAKES THE SHARED INVENTORY LOCK FOR
      * THE MOMENT OF A PART PULL, THE WAY THE REGISTER DOES AROUND
