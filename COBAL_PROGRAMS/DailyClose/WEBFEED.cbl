       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WEBFEED.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly stock and price feed to the web storefront. Reads the
      * shared inventory file end to end and writes one record per
      * item in the fixed layout the storefront imports (see
      * copybooks/WEBFEED.cpy): the item code and description, the
      * selling price in force on the business date - a running
      * Promotions.txt price applied the way PROGRAM1's 905-CHECK-
      * PROMO applies it - and what can be sold, which is both
      * stores' on-hand counts less the quantity open special orders
      * (anything not yet filled) have committed. Items flagged not
      * for the web on the inventory record are left off. A kit
      * (package) item shows how many whole packages its components
      * will make, worked out after the main pass from the kit
      * definitions (see copybooks/KITDEF.cpy).
      *
      * The control report counts what was read, sent, and held back,
      * and lists every item going out at a web price that is not its
      * register (master) price, so a promotion showing on the web
      * can be checked against the flyer before the import runs.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file - read
      * in key order for the feed and by key for kit components.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the dated promotional prices.

       SELECT PROMO-FILE
               ASSIGN TO UT-SYS-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

      * Select statement for the special orders.

       SELECT SPECIAL-ORDER-FILE
               ASSIGN TO UT-SYS-SPECORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECORD-STATUS.

      * Select statement for the kit definitions.

       SELECT KIT-FILE
               ASSIGN TO UT-SYS-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITDEF-STATUS.

      * Select statement for the storefront feed output file.

       SELECT WEB-FEED-FILE
               ASSIGN TO UT-SYS-WEBFEED
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the control report.

       SELECT CONTROL-REPORT-FILE
               ASSIGN TO UT-SYS-WEBCTL
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the promotional prices.

       FD  PROMO-FILE.
       COPY PROMO.

      * File description for the special orders.

       FD  SPECIAL-ORDER-FILE.
       COPY SPECORD.

      * File description for the kit definitions.

       FD  KIT-FILE.
       COPY KITDEF.

      * File description for the storefront feed.

       FD  WEB-FEED-FILE.
       COPY WEBFEED.

      * File description for the control report.

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REPORT-RECORD                      PIC X(70).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INV-OPEN                     PIC XXX VALUE "NO".
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-PROMO-STATUS                 PIC XX.
          05 WS-PROMO-EOF                    PIC XXX VALUE "NO".
          05 WS-SPECORD-STATUS               PIC XX.
          05 WS-SO-EOF                       PIC XXX VALUE "NO".
          05 WS-KITDEF-STATUS                PIC XX.
          05 WS-KIT-EOF                      PIC XXX VALUE "NO".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-CUR-CODE                     PIC X(10).
          05 WS-CUR-DESCRIPTION              PIC X(25).
          05 WS-CUR-PRICE                    PIC 9(5)V99.
          05 WS-WEB-PRICE                    PIC 9(5)V99.
          05 WS-PROMO-END                    PIC 9(8).
          05 WS-ON-PROMO                     PIC X.
          05 WS-COMMITTED                    PIC 9(5).
          05 WS-AVAILABLE                    PIC S9(6).
          05 WS-PER-KIT                      PIC 99.
          05 WS-KIT-MAKES                    PIC 9(5).
          05 WS-COMP-MAKES                   PIC 9(5).
          05 WS-KIT-FOUND                    PIC XXX.
          05 WS-PROMO-SUB                    PIC 999.
          05 WS-KIT-SUB                      PIC 999.
          05 WS-PEND-SUB                     PIC 999.
          05 WS-ITEMS-READ                   PIC 9(5) VALUE 0.
          05 WS-ITEMS-SENT                   PIC 9(5) VALUE 0.
          05 WS-ITEMS-EXCLUDED               PIC 9(5) VALUE 0.
          05 WS-KITS-SENT                    PIC 9(5) VALUE 0.
          05 WS-ZERO-SENT                    PIC 9(5) VALUE 0.
          05 WS-PRICE-DIFFS                  PIC 9(5) VALUE 0.
          05 WS-KITS-DROPPED                 PIC 9(5) VALUE 0.
          COPY RUNDATE.

      * Every promotion window on file. The last window on the file
      * that covers the business date wins, the way the register
      * reads them.

       01 WS-PROMO-TABLE.
          05 WS-PROMO-COUNT                  PIC 999 VALUE 0.
          05 WS-PROMO-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-PROMO-COUNT
               INDEXED BY PRM-IDX.
             10 WS-PRM-TBL-CODE              PIC X(10).
             10 WS-PRM-TBL-PRICE             PIC 9(5)V99.
             10 WS-PRM-TBL-START             PIC 9(8).
             10 WS-PRM-TBL-END               PIC 9(8).

      * Quantity committed to open special orders, one entry per item.

       01 WS-SO-TABLE.
          05 WS-SO-COUNT                     PIC 999 VALUE 0.
          05 WS-SO-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SO-COUNT
               INDEXED BY SO-IDX.
             10 WS-SO-TBL-CODE               PIC X(10).
             10 WS-SO-TBL-QTY                PIC 9(5).

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

      * Kit items met on the main pass, held until it ends so their
      * components can be read by key.

       01 WS-PENDING-TABLE.
          05 WS-PEND-COUNT                   PIC 999 VALUE 0.
          05 WS-PEND-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-PEND-COUNT.
             10 WS-PEND-CODE                 PIC X(10).
             10 WS-PEND-DESCRIPTION          PIC X(25).
             10 WS-PEND-PRICE                PIC 9(5)V99.

      * Heading 1

       01 HEADING1.
          COPY DATEHDR.
          05                                 PIC X(6)  VALUE SPACES.
          05                                 PIC X(34)
                   VALUE "WEB STOREFRONT FEED CONTROL REPORT".
          05                                 PIC X(20) VALUE SPACES.

      * Heading 2

       01 HEADING2.
          05                                 PIC X(26)
                   VALUE "PRICES IN FORCE ON (YYYYM".
          05                                 PIC X(6)  VALUE "MDD): ".
          05 H-BUSINESS-DATE                 PIC 9(8).
          05                                 PIC X(30) VALUE SPACES.

      * Price difference section heading

       01 HEADING3.
          05                                 PIC X(40)
                   VALUE "ITEMS GOING OUT AT OTHER THAN THE REGIST".
          05                                 PIC X(30)
                   VALUE "ER PRICE".

       01 HEADING4.
          05                                 PIC X(12)
                                    VALUE "ITEM CODE".
          05                                 PIC X(27)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(31)
                   VALUE "REGISTER  WEB PRICE  PROMO ENDS".

      * Price difference line

       01 DIFF-LINE.
          05 D-ITEM-CODE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-DESCRIPTION                   PIC X(25).
          05                                 PIC X(1)  VALUE SPACES.
          05 D-REGISTER-PRICE                PIC ZZZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 D-WEB-PRICE                     PIC ZZZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 D-PROMO-END                     PIC 9(8).
          05                                 PIC X(3)  VALUE SPACES.

      * Count lines

       01 COUNT-LINE.
          05                                 PIC X(4)  VALUE SPACES.
          05 C-LABEL                         PIC X(40).
          05 C-COUNT                         PIC ZZ,ZZ9.
          05                                 PIC X(20) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-PROMO                    PIC X(60)
          VALUE "C:\COBOL\Promotions.txt".
          05 UT-SYS-SPECORD                  PIC X(60)
          VALUE "C:\COBOL\SpecialOrders.txt".
          05 UT-SYS-KITDEF                   PIC X(60)
          VALUE "C:\COBOL\KitDefs.txt".
          05 UT-SYS-WEBFEED                  PIC X(60)
          VALUE "C:\COBOL\WebStockFeed.txt".
          05 UT-SYS-WEBCTL                   PIC X(60)
          VALUE "C:\COBOL\WebFeedControl.txt".

      * The business date promotions are priced on (see copybooks/
      * BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 050-LOAD-PROMO-TABLE THRU 050-EXIT
           PERFORM 060-LOAD-SPECIAL-ORDERS THRU 060-EXIT
           PERFORM 070-LOAD-KIT-TABLE THRU 070-EXIT
           PERFORM 100-INITIALIZATION-OPEN THRU 100-EXIT
           IF WS-INV-OPEN = "YES"
               PERFORM 200-READ-INVENTORY THRU 200-EXIT
                   UNTIL WS-INV-EOF = "YES"
               PERFORM 400-EXPORT-KIT THRU 400-EXIT
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
           END-IF
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-PROMO-TABLE READS EVERY PROMOTION WINDOW INTO THE
      * TABLE. NO PROMOTIONS FILE MEANS EVERY ITEM GOES OUT AT ITS
      * MASTER PRICE.
      ******************************************************************
       050-LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS = "00"
               PERFORM 055-READ-PROMO THRU 055-EXIT
                   UNTIL WS-PROMO-EOF = "YES"
               CLOSE PROMO-FILE
           END-IF.
       050-EXIT.

       055-READ-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE "YES" TO WS-PROMO-EOF
               NOT AT END
                   IF WS-PROMO-COUNT < 500
                       ADD 1 TO WS-PROMO-COUNT
                       SET PRM-IDX TO WS-PROMO-COUNT
                       MOVE PR-ITEM-CODE TO WS-PRM-TBL-CODE (PRM-IDX)
                       MOVE PR-PROMO-PRICE
                           TO WS-PRM-TBL-PRICE (PRM-IDX)
                       MOVE PR-START-DATE
                           TO WS-PRM-TBL-START (PRM-IDX)
                       MOVE PR-END-DATE TO WS-PRM-TBL-END (PRM-IDX)
                   END-IF
           END-READ.
       055-EXIT.

      ******************************************************************
      * 060-LOAD-SPECIAL-ORDERS TOTALS, BY ITEM, THE QUANTITY EVERY
      * SPECIAL ORDER NOT YET FILLED HAS COMMITTED - WAITING ON STOCK
      * OR ARRIVED AND ON THE CALL LIST, THOSE UNITS ARE SPOKEN FOR.
      ******************************************************************
       060-LOAD-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER-FILE
           IF WS-SPECORD-STATUS = "00"
               PERFORM 065-READ-SPECIAL-ORDER THRU 065-EXIT
                   UNTIL WS-SO-EOF = "YES"
               CLOSE SPECIAL-ORDER-FILE
           END-IF.
       060-EXIT.

       065-READ-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-SO-EOF
                   GO TO 065-EXIT
           END-READ
           IF SO-STATUS = "F"
               GO TO 065-EXIT
           END-IF
           SET SO-IDX TO 1
           SEARCH WS-SO-ENTRIES
               AT END
                   IF WS-SO-COUNT < 500
                       ADD 1 TO WS-SO-COUNT
                       SET SO-IDX TO WS-SO-COUNT
                       MOVE SO-ITEM-CODE TO WS-SO-TBL-CODE (SO-IDX)
                       MOVE SO-QTY TO WS-SO-TBL-QTY (SO-IDX)
                   END-IF
               WHEN WS-SO-TBL-CODE (SO-IDX) = SO-ITEM-CODE
                   ADD SO-QTY TO WS-SO-TBL-QTY (SO-IDX)
           END-SEARCH.
       065-EXIT.

      ******************************************************************
      * 070-LOAD-KIT-TABLE READS EVERY KIT COMPONENT LINE INTO THE
      * TABLE. NO KIT FILE MEANS NO KITS.
      ******************************************************************
       070-LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE
           IF WS-KITDEF-STATUS = "00"
               PERFORM 075-READ-KIT THRU 075-EXIT
                   UNTIL WS-KIT-EOF = "YES"
               CLOSE KIT-FILE
           END-IF.
       070-EXIT.

       075-READ-KIT.
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
       075-EXIT.

      ******************************************************************
      * 100-INITIALIZATION-OPEN OPENS THE FILES, POSITIONS THE
      * INVENTORY FILE AT ITS FIRST KEY, AND WRITES THE REPORT
      * HEADINGS. A MISSING INVENTORY FILE WRITES AN EMPTY FEED
      * RATHER THAN LEAVING LAST NIGHT'S IN PLACE.
      ******************************************************************
       100-INITIALIZATION-OPEN.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "00"
               MOVE "YES" TO WS-INV-OPEN
               MOVE LOW-VALUES TO INV-CODE
               START INVENTORY-FILE KEY NOT < INV-CODE
                   INVALID KEY
                       MOVE "YES" TO WS-INV-EOF
               END-START
           ELSE
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS
           END-IF
           OPEN OUTPUT WEB-FEED-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
           MOVE CUR-YEAR TO H-YEAR
           MOVE CUR-MONTH TO H-MONTH
           MOVE CUR-DAY TO H-DAY
           MOVE WS-BUSINESS-DATE TO H-BUSINESS-DATE
           WRITE REPORT-RECORD FROM HEADING1
           WRITE REPORT-RECORD FROM HEADING2
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM HEADING3
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM HEADING4
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.

      ******************************************************************
      * 200-READ-INVENTORY TAKES THE NEXT ITEM IN KEY ORDER. AN ITEM
      * FLAGGED NOT FOR THE WEB IS COUNTED AND SKIPPED; A KIT IS HELD
      * FOR 400-EXPORT-KIT; ANYTHING ELSE IS PRICED AND WRITTEN.
      ******************************************************************
       200-READ-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-INV-EOF
                   GO TO 200-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF INV-NOT-FOR-WEB
               ADD 1 TO WS-ITEMS-EXCLUDED
               GO TO 200-EXIT
           END-IF
           PERFORM 250-FIND-KIT THRU 250-EXIT
           IF WS-KIT-FOUND = "YES"
               IF WS-PEND-COUNT < 200
                   ADD 1 TO WS-PEND-COUNT
                   MOVE INV-CODE TO WS-PEND-CODE (WS-PEND-COUNT)
                   MOVE INV-DESCRIPTION
                       TO WS-PEND-DESCRIPTION (WS-PEND-COUNT)
                   MOVE INV-PRICE TO WS-PEND-PRICE (WS-PEND-COUNT)
               ELSE
                   ADD 1 TO WS-KITS-DROPPED
               END-IF
               GO TO 200-EXIT
           END-IF
           MOVE INV-CODE TO WS-CUR-CODE
           MOVE INV-DESCRIPTION TO WS-CUR-DESCRIPTION
           MOVE INV-PRICE TO WS-CUR-PRICE
           PERFORM 320-FIND-COMMITTED THRU 320-EXIT
           COMPUTE WS-AVAILABLE = INV-QTY-ON-HAND + INV-QTY-STORE2
               - WS-COMMITTED
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF
           PERFORM 300-PRICE-ITEM THRU 300-EXIT
           PERFORM 500-WRITE-FEED THRU 500-EXIT.
       200-EXIT.

      ******************************************************************
      * 250-FIND-KIT SETS WS-KIT-FOUND WHEN THE ITEM JUST READ HAS
      * COMPONENT LINES ON THE KIT DEFINITIONS.
      ******************************************************************
       250-FIND-KIT.
           MOVE "NO" TO WS-KIT-FOUND
           SET KIT-IDX TO 1
           SEARCH WS-KIT-ENTRIES
               WHEN WS-KIT-TBL-KIT-CODE (KIT-IDX) = INV-CODE
                   MOVE "YES" TO WS-KIT-FOUND
           END-SEARCH.
       250-EXIT.

      ******************************************************************
      * 300-PRICE-ITEM SETS THE WEB PRICE FOR WS-CUR-CODE: THE MASTER
      * PRICE, OR THE PROMO PRICE OF A WINDOW COVERING THE BUSINESS
      * DATE. A WEB PRICE OFF THE REGISTER PRICE IS LISTED ON THE
      * CONTROL REPORT.
      ******************************************************************
       300-PRICE-ITEM.
           MOVE WS-CUR-PRICE TO WS-WEB-PRICE
           MOVE "N" TO WS-ON-PROMO
           MOVE ZEROS TO WS-PROMO-END
           PERFORM VARYING WS-PROMO-SUB FROM 1 BY 1
               UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
               IF WS-PRM-TBL-CODE (WS-PROMO-SUB) = WS-CUR-CODE
                   AND WS-BUSINESS-DATE
                       NOT < WS-PRM-TBL-START (WS-PROMO-SUB)
                   AND WS-BUSINESS-DATE
                       NOT > WS-PRM-TBL-END (WS-PROMO-SUB)
                   MOVE WS-PRM-TBL-PRICE (WS-PROMO-SUB)
                       TO WS-WEB-PRICE
                   MOVE WS-PRM-TBL-END (WS-PROMO-SUB) TO WS-PROMO-END
                   MOVE "Y" TO WS-ON-PROMO
               END-IF
           END-PERFORM
           IF WS-WEB-PRICE NOT = WS-CUR-PRICE
               ADD 1 TO WS-PRICE-DIFFS
               MOVE WS-CUR-CODE TO D-ITEM-CODE
               MOVE WS-CUR-DESCRIPTION TO D-DESCRIPTION
               MOVE WS-CUR-PRICE TO D-REGISTER-PRICE
               MOVE WS-WEB-PRICE TO D-WEB-PRICE
               MOVE WS-PROMO-END TO D-PROMO-END
               WRITE REPORT-RECORD FROM DIFF-LINE
                AFTER ADVANCING 1 LINE
           END-IF.
       300-EXIT.

      ******************************************************************
      * 320-FIND-COMMITTED SETS WS-COMMITTED TO THE QUANTITY OPEN
      * SPECIAL ORDERS HOLD AGAINST WS-CUR-CODE.
      ******************************************************************
       320-FIND-COMMITTED.
           MOVE ZEROS TO WS-COMMITTED
           SET SO-IDX TO 1
           SEARCH WS-SO-ENTRIES
               WHEN WS-SO-TBL-CODE (SO-IDX) = WS-CUR-CODE
                   MOVE WS-SO-TBL-QTY (SO-IDX) TO WS-COMMITTED
           END-SEARCH.
       320-EXIT.

      ******************************************************************
      * 400-EXPORT-KIT WRITES ONE HELD KIT. WHAT CAN BE SOLD IS THE
      * NUMBER OF WHOLE KITS THE SCARCEST COMPONENT WILL MAKE, EACH
      * COMPONENT COUNTED ACROSS BOTH STORES LESS ITS OWN SPECIAL
      * ORDER COMMITMENTS.
      ******************************************************************
       400-EXPORT-KIT.
           MOVE 99999 TO WS-KIT-MAKES
           PERFORM 410-CHECK-COMPONENT THRU 410-EXIT
               VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-COUNT
           MOVE WS-KIT-MAKES TO WS-AVAILABLE
           MOVE WS-PEND-CODE (WS-PEND-SUB) TO WS-CUR-CODE
           MOVE WS-PEND-DESCRIPTION (WS-PEND-SUB)
               TO WS-CUR-DESCRIPTION
           MOVE WS-PEND-PRICE (WS-PEND-SUB) TO WS-CUR-PRICE
           PERFORM 300-PRICE-ITEM THRU 300-EXIT
           PERFORM 500-WRITE-FEED THRU 500-EXIT
           ADD 1 TO WS-KITS-SENT.
       400-EXIT.

      ******************************************************************
      * 410-CHECK-COMPONENT CUTS WS-KIT-MAKES TO WHAT THIS COMPONENT
      * ALLOWS (A BIKE IS ALWAYS ONE PER KIT). A COMPONENT NO LONGER
      * ON THE INVENTORY FILE MAKES NONE.
      ******************************************************************
       410-CHECK-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WS-KIT-SUB)
               NOT = WS-PEND-CODE (WS-PEND-SUB)
               GO TO 410-EXIT
           END-IF
           MOVE WS-KIT-TBL-COMP-QTY (WS-KIT-SUB) TO WS-PER-KIT
           IF WS-KIT-TBL-COMP-TYPE (WS-KIT-SUB) = "B"
               OR WS-PER-KIT = ZERO
               MOVE 1 TO WS-PER-KIT
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WS-KIT-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE ZERO TO WS-KIT-MAKES
                   GO TO 410-EXIT
           END-READ
           MOVE INV-CODE TO WS-CUR-CODE
           PERFORM 320-FIND-COMMITTED THRU 320-EXIT
           COMPUTE WS-AVAILABLE = INV-QTY-ON-HAND + INV-QTY-STORE2
               - WS-COMMITTED
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF
           DIVIDE WS-AVAILABLE BY WS-PER-KIT GIVING WS-COMP-MAKES
           IF WS-COMP-MAKES < WS-KIT-MAKES
               MOVE WS-COMP-MAKES TO WS-KIT-MAKES
           END-IF.
       410-EXIT.

      ******************************************************************
      * 500-WRITE-FEED WRITES THE FEED RECORD FOR THE ITEM IN THE
      * WS-CUR- FIELDS AT WS-WEB-PRICE AND WS-AVAILABLE.
      ******************************************************************
       500-WRITE-FEED.
           MOVE WS-CUR-CODE TO WF-ITEM-CODE
           MOVE WS-CUR-DESCRIPTION TO WF-DESCRIPTION
           MOVE WS-WEB-PRICE TO WF-PRICE
           MOVE WS-AVAILABLE TO WF-QTY-AVAILABLE
           MOVE WS-ON-PROMO TO WF-PROMO-FLAG
           WRITE WF-RECORD
           ADD 1 TO WS-ITEMS-SENT
           IF WS-AVAILABLE = ZERO
               ADD 1 TO WS-ZERO-SENT
           END-IF.
       500-EXIT.

      ******************************************************************
      * 900-END-OF-JOB-RTN WRITES THE COUNTS AND CLOSES THE FILES.
      ******************************************************************
       900-END-OF-JOB-RTN.
           IF WS-PRICE-DIFFS = ZERO
               MOVE "    NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ITEMS READ FROM INVENTORY" TO C-LABEL
           MOVE WS-ITEMS-READ TO C-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "ITEMS SENT TO THE STOREFRONT" TO C-LABEL
           MOVE WS-ITEMS-SENT TO C-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH KITS" TO C-LABEL
           MOVE WS-KITS-SENT TO C-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH NONE AVAILABLE" TO C-LABEL
           MOVE WS-ZERO-SENT TO C-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH OFF THE REGISTER PRICE" TO C-LABEL
           MOVE WS-PRICE-DIFFS TO C-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "ITEMS FLAGGED NOT FOR THE WEB" TO C-LABEL
           MOVE WS-ITEMS-EXCLUDED TO C-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
            AFTER ADVANCING 1 LINE
           IF WS-KITS-DROPPED > ZERO
               MOVE "KITS LEFT OFF - KIT TABLE FULL" TO C-LABEL
               MOVE WS-KITS-DROPPED TO C-COUNT
               WRITE REPORT-RECORD FROM COUNT-LINE
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-INV-OPEN = "YES"
               CLOSE INVENTORY-FILE
           END-IF
           CLOSE WEB-FEED-FILE
           CLOSE CONTROL-REPORT-FILE
           DISPLAY "WEB FEED ITEMS SENT " WS-ITEMS-SENT
               " NOT FOR WEB " WS-ITEMS-EXCLUDED.
       900-EXIT.

