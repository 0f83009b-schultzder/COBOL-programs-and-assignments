      * OVRAUDIT's log records overrides. Counts used to be fixed by
      * keying fake price changes through INVMNT, which left no trace
      * of what moved or why; shrinkage finally has a paper trail.
      *
      * The count sheets run in bin-walk order - every store 1
      * location on the bin location file (see copybooks/BINLOC.cpy)
      * sorted by aisle, bay, and shelf, with the bin printed beside
      * the item, so the counter walks the back room once instead of
      * hunting item codes. An item kept in more than one bin prints
      * at each of them, flagged, and its bins are counted together.
      * Items with no store 1 location follow in item-code order
      * under their own heading, so nothing on the books goes
      * uncounted while the location file is being filled in.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

      * Select statement for the bin locations the sheets walk.

       SELECT BIN-LOCATION-FILE
               ASSIGN TO UT-SYS-BINLOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.

      * Select statement for the printed count sheets.

       SELECT COUNT-SHEET-FILE
       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the bin locations.

       FD  BIN-LOCATION-FILE.
           COPY BINLOC.

      * File description for the printed count sheets.

       FD  COUNT-SHEET-FILE
          05 WS-TOTAL-OVER-VALUE             PIC 9(8)V99 VALUE 0.
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          05 WS-BINLOC-STATUS                PIC XX.
          05 WS-BL-EOF                       PIC XXX VALUE "NO".
          05 WS-BL-SUB                       PIC 9(4).
          05 WS-BL-SUB2                      PIC 9(4).
          05 WS-BL-FOUND                     PIC XXX.
          05 WS-BL-DROPPED                   PIC 9(4) VALUE 0.
          05 WS-UNLOCATED-COUNT              PIC 999 VALUE 0.
          COPY RUNDATE.

      * Every store 1 bin location, sorted into walk order (bin, then
      * item) before the sheets print.

       01 WS-BL-TABLE.
          05 WS-BL-COUNT                     PIC 9(4) VALUE 0.
          05 WS-BL-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-BL-COUNT
               INDEXED BY BL-IDX.
             10 WS-BL-TBL-KEY.
                15 WS-BL-TBL-BIN.
                   20 WS-BL-TBL-AISLE        PIC X(3).
                   20 WS-BL-TBL-BAY          PIC X(3).
                   20 WS-BL-TBL-SHELF        PIC X(2).
                15 WS-BL-TBL-ITEM            PIC X(10).

       01 WS-BL-HOLD.
          05 WS-BL-HOLD-KEY                  PIC X(18).

      * A bin as it prints - aisle, bay, and shelf apart.

       01 WS-BIN-PRINT.
          05 WBP-AISLE                       PIC X(3).
          05                                 PIC X     VALUE "-".
          05 WBP-BAY                         PIC X(3).
          05                                 PIC X     VALUE "-".
          05 WBP-SHELF                       PIC X(2).

      * Parameter block for the shared FILELOCK named-lock facility,
      * held for the counting session so a register relieving
      * on-hand cannot interleave with an adjustment.

       COPY FLOCKWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * an applied count variance is a movement like any other.

       COPY STKPOSTWS.

      * Count sheet lines.

       01 CS-HEADING1.
          05                                 PIC X(31) VALUE SPACES.

       01 CS-HEADING2.
          05                                 PIC X(11)
                                    VALUE "BIN".
          05                                 PIC X(11)
                                    VALUE "ITEM CODE".
          05                                 PIC X(26)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(7)  VALUE "  BOOK ".
          05                                 PIC X(15)
                                    VALUE "COUNTED".

       01 CS-DETAIL.
          05 CSD-BIN                         PIC X(10).
          05                                 PIC X(1)  VALUE SPACES.
          05 CSD-ITEM-CODE                   PIC X(10).
          05                                 PIC X(1)  VALUE SPACES.
          05 CSD-DESCRIPTION                 PIC X(25).
          05                                 PIC X(1)  VALUE SPACES.
          05 CSD-BOOK-QTY                    PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(10)
                                    VALUE "__________".
          05                                 PIC X(1)  VALUE SPACES.
          05 CSD-MORE-BINS                   PIC X(1).
          05                                 PIC X(3)  VALUE SPACES.

       01 CS-UNLOCATED-HEADING.
          05                                 PIC X(45)
               VALUE "NO LOCATION ASSIGNED - ADD ONE THROUGH INVMNT".
          05                                 PIC X(25) VALUE SPACES.

       01 CS-MORE-BINS-NOTE.
          05                                 PIC X(48)
               VALUE "* KEPT IN MORE THAN ONE BIN - COUNT THE BINS AND".
          05                                 PIC X(22)
               VALUE " KEY THE TOTAL".

      * Variance report lines.

          VALUE "C:\COBOL\VarianceReport.txt".
          05 UT-SYS-ADJLOG                   PIC X(60)
          VALUE "C:\COBOL\InventoryAdjLog.txt".
          05 UT-SYS-BINLOC                   PIC X(60)
          VALUE "C:\COBOL\BinLocations.txt".

      * Start of procedure division

           PERFORM 015-READ-OPERATOR THRU 015-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "CYCLECNT" TO SO-PROGRAM
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
       015-EXIT.

      ******************************************************************
      * 200-PRINT-COUNT-SHEETS PRINTS ONE LINE PER STORE 1 LOCATION
      * IN BIN-WALK ORDER WITH THE ITEM'S BOOK QUANTITY AND A BLANK
      * FOR THE FLOOR COUNT, THEN WALKS THE INVENTORY FILE IN KEY
      * ORDER FOR THE ITEMS WITH NO LOCATION.
      ******************************************************************
       200-PRINT-COUNT-SHEETS.
           OPEN INPUT INVENTORY-FILE
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           PERFORM 230-LOAD-BIN-TABLE THRU 230-EXIT
           PERFORM 240-SORT-BINS THRU 240-EXIT
           PERFORM 220-SHEET-BIN-LINE THRU 220-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           WRITE SHEET-RECORD FROM CS-UNLOCATED-HEADING
            AFTER ADVANCING 1 LINE
           MOVE LOW-VALUES TO INV-CODE
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-CODE
               INVALID KEY
                   MOVE "YES" TO WS-EOF-FLAG
           END-START
           PERFORM 210-SHEET-NEXT-ITEM THRU 210-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           WRITE SHEET-RECORD FROM CS-MORE-BINS-NOTE
            AFTER ADVANCING 2 LINES
           CLOSE COUNT-SHEET-FILE
           CLOSE INVENTORY-FILE
           DISPLAY "COUNT SHEET LINES PRINTED: " WS-SHEET-COUNT
           DISPLAY "ITEMS WITH NO STORE 1 LOCATION: "
               WS-UNLOCATED-COUNT
           IF WS-BL-DROPPED > ZEROS
               DISPLAY "BIN LOCATIONS BEYOND THE TABLE - NOT ON THE "
                   "SHEETS: " WS-BL-DROPPED
           END-IF.
       200-EXIT.

      ******************************************************************
      * 210-SHEET-NEXT-ITEM PRINTS THE NEXT ITEM IN KEY ORDER WHEN IT
      * HAS NO STORE 1 LOCATION - THE LOCATED ITEMS ARE ALREADY ON
      * THE SHEETS.
      ******************************************************************
       210-SHEET-NEXT-ITEM.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 210-EXIT
           END-READ
           MOVE INV-CODE TO WS-INPUT-CODE
           MOVE ZEROS TO WS-BL-SUB2
           PERFORM 250-FIND-ITEM-BIN THRU 250-EXIT
           IF WS-BL-FOUND = "YES"
               GO TO 210-EXIT
           END-IF
           MOVE "*NONE*" TO CSD-BIN
           MOVE INV-CODE TO CSD-ITEM-CODE
           MOVE INV-DESCRIPTION TO CSD-DESCRIPTION
           MOVE INV-QTY-ON-HAND TO CSD-BOOK-QTY
           MOVE SPACE TO CSD-MORE-BINS
           WRITE SHEET-RECORD FROM CS-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SHEET-COUNT
           ADD 1 TO WS-UNLOCATED-COUNT.
       210-EXIT.

      ******************************************************************
      * 220-SHEET-BIN-LINE PRINTS THE ITEM AT ONE LOCATION. A LOCATION
      * WHOSE ITEM HAS SINCE LEFT THE FILE IS PASSED OVER - BINXCPT
      * LISTS THOSE FOR CLEARING.
      ******************************************************************
       220-SHEET-BIN-LINE.
           MOVE WS-BL-TBL-ITEM (WS-BL-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   GO TO 220-EXIT
           END-READ
           MOVE WS-BL-TBL-AISLE (WS-BL-SUB) TO WBP-AISLE
           MOVE WS-BL-TBL-BAY (WS-BL-SUB) TO WBP-BAY
           MOVE WS-BL-TBL-SHELF (WS-BL-SUB) TO WBP-SHELF
           MOVE WS-BIN-PRINT TO CSD-BIN
           MOVE INV-CODE TO CSD-ITEM-CODE
           MOVE INV-DESCRIPTION TO CSD-DESCRIPTION
           MOVE INV-QTY-ON-HAND TO CSD-BOOK-QTY
           MOVE SPACE TO CSD-MORE-BINS
           MOVE INV-CODE TO WS-INPUT-CODE
           MOVE WS-BL-SUB TO WS-BL-SUB2
           PERFORM 250-FIND-ITEM-BIN THRU 250-EXIT
           IF WS-BL-FOUND = "YES"
               MOVE "*" TO CSD-MORE-BINS
           END-IF
           WRITE SHEET-RECORD FROM CS-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SHEET-COUNT.
       220-EXIT.

      ******************************************************************
      * 230-LOAD-BIN-TABLE READS THE STORE 1 LOCATIONS INTO THE TABLE.
      * NO LOCATION FILE LEAVES EVERY ITEM ON THE NO-LOCATION LIST.
      ******************************************************************
       230-LOAD-BIN-TABLE.
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS = "00"
               PERFORM 235-READ-BIN THRU 235-EXIT
                   UNTIL WS-BL-EOF = "YES"
               CLOSE BIN-LOCATION-FILE
           END-IF.
       230-EXIT.

       235-READ-BIN.
           READ BIN-LOCATION-FILE
               AT END
                   MOVE "YES" TO WS-BL-EOF
                   GO TO 235-EXIT
           END-READ
           IF BL-STORE-NO NOT = 1
               GO TO 235-EXIT
           END-IF
           IF WS-BL-COUNT >= 3000
               ADD 1 TO WS-BL-DROPPED
               GO TO 235-EXIT
           END-IF
           ADD 1 TO WS-BL-COUNT
           SET BL-IDX TO WS-BL-COUNT
           MOVE BL-BIN TO WS-BL-TBL-BIN (BL-IDX)
           MOVE BL-ITEM-CODE TO WS-BL-TBL-ITEM (BL-IDX).
       235-EXIT.

      ******************************************************************
      * 240-SORT-BINS INSERTION-SORTS THE LOCATIONS BY BIN AND THEN
      * ITEM - THE SAME IN-TABLE SORT SALESVEL USES FOR ITS TOP
      * SELLERS.
      ******************************************************************
       240-SORT-BINS.
           PERFORM 245-INSERT-ONE-BIN THRU 245-EXIT
               VARYING WS-BL-SUB FROM 2 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT.
       240-EXIT.

       245-INSERT-ONE-BIN.
           MOVE WS-BL-TBL-KEY (WS-BL-SUB) TO WS-BL-HOLD-KEY
           MOVE WS-BL-SUB TO WS-BL-SUB2
           PERFORM 246-SHIFT-ONE-BIN THRU 246-EXIT
               UNTIL WS-BL-SUB2 <= 1
               OR WS-BL-TBL-KEY (WS-BL-SUB2 - 1) NOT > WS-BL-HOLD-KEY
           MOVE WS-BL-HOLD-KEY TO WS-BL-TBL-KEY (WS-BL-SUB2).
       245-EXIT.

       246-SHIFT-ONE-BIN.
           MOVE WS-BL-TBL-KEY (WS-BL-SUB2 - 1)
               TO WS-BL-TBL-KEY (WS-BL-SUB2)
           SUBTRACT 1 FROM WS-BL-SUB2.
       246-EXIT.

      ******************************************************************
      * 250-FIND-ITEM-BIN SETS WS-BL-FOUND WHEN THE ITEM IN
      * WS-INPUT-CODE HAS A STORE 1 LOCATION OTHER THAN THE ONE AT
      * WS-BL-SUB2 (ZERO TO ACCEPT ANY LOCATION).
      ******************************************************************
       250-FIND-ITEM-BIN.
           MOVE "NO" TO WS-BL-FOUND
           IF WS-BL-COUNT = ZEROS
               GO TO 250-EXIT
           END-IF
           SET BL-IDX TO 1
           SEARCH WS-BL-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-BL-TBL-ITEM (BL-IDX) = WS-INPUT-CODE
                   AND BL-IDX NOT = WS-BL-SUB2
                   MOVE "YES" TO WS-BL-FOUND
           END-SEARCH.
       250-EXIT.

      ******************************************************************
      * 400-KEY-COUNTS TAKES THE FLOOR COUNTS BACK ONE ITEM AT A
      * TIME, PRINTS THE VARIANCE REPORT AS IT GOES, AND APPLIES THE
           ACCEPT ADJ-TIME FROM TIME
           WRITE ADJ-RECORD
           CLOSE ADJUSTMENT-LOG-FILE
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE 1 TO SK-STORE-NO
           MOVE "A" TO SK-MOVE-TYPE
           MOVE WS-VARIANCE-QTY TO SK-QTY
           MOVE ZEROS TO SK-UNIT-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE SPACES TO SK-SOURCE-DOC
           MOVE WS-OPERATOR-ID TO SK-OPERATOR
           MOVE "CYCLECNT" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS
           ADD 1 TO WS-ADJUSTED-ITEMS
           DISPLAY "ADJUSTMENT APPLIED AND LOGGED".
       420-EXIT.
