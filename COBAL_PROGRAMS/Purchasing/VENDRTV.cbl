       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENDRTV.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Return to vendor. Defective frames and wrong-size shipments
      * going back to the distributor used to come off the shelf as a
      * cycle-count adjustment, which left no record of the money the
      * vendor owed us. This program works the return-to-vendor
      * credit file (see copybooks/RTVCRED.cpy):
      *
      *   S  ships a return - vendor, the vendor's return
      *      authorization (RA) number, the store the box leaves
      *      from, then each item, quantity, and reason. The stock
      *      comes out of that store's bucket on the shared inventory
      *      file (posted to the stock ledger as a return to vendor),
      *      an open credit line is written at INV-UNIT-COST, and a
      *      packing slip for the box is appended to
      *      RtvPackingSlip.txt.
      *   M  matches the vendor's credit memo to a return - the memo
      *      amount is applied line by line and every line is closed;
      *      a memo short of the credit due closes the lines short
      *      with the shortfall recorded.
      *   A  prints the aging of the open credits by vendor the way
      *      ARBILL ages house accounts, flagging anything 60 days or
      *      more since the box went back for a call to the vendor.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the indexed vendor master file.

       SELECT VENDOR-MASTER-FILE
               ASSIGN TO UT-SYS-VENDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-NO
               FILE STATUS IS WS-VENDOR-STATUS.

      * Select statement for the return-to-vendor credit file.

       SELECT RTV-FILE
               ASSIGN TO UT-SYS-RTVFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVFILE-STATUS.

      * Select statement for the packing slips.

       SELECT PACKING-SLIP-FILE
               ASSIGN TO UT-SYS-RTVSLIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVSLIP-STATUS.

      * Select statement for the printed aging report.

       SELECT AGING-REPORT-FILE
               ASSIGN TO UT-SYS-RTVAGING
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the vendor master file.

       FD  VENDOR-MASTER-FILE.
       COPY VENDORMS.

      * File description for the return-to-vendor credit file.

       FD  RTV-FILE.
       COPY RTVCRED.

      * File description for the packing slips.

       FD  PACKING-SLIP-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SLIP-RECORD                        PIC X(70).

      * File description for the printed aging report.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  AGING-RECORD                       PIC X(90).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-VENDOR-STATUS                PIC XX.
          05 WS-RTVFILE-STATUS               PIC XX.
          05 WS-RTVSLIP-STATUS               PIC XX.
          05 WS-RV-EOF                       PIC XXX VALUE "NO".
          05 WS-RV-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-RUN-DATE-INT                 PIC 9(8).
          05 WS-SHIP-DATE-INT                PIC 9(8).
          05 WS-AGE-DAYS                     PIC S9(5).
          05 WS-HIGH-RTV-NUMBER              PIC 9(6) VALUE 0.
          05 WS-RTV-NUMBER                   PIC 9(6).
          05 WS-INPUT-VENDOR-NO              PIC X(4).
          05 WS-INPUT-RA-NUMBER              PIC X(12).
          05 WS-INPUT-STORE                  PIC 99.
          05 WS-INPUT-CODE                   PIC X(10).
          05 WS-INPUT-QTY                    PIC 9(5).
          05 WS-INPUT-REASON                 PIC X.
          05 WS-INPUT-MEMO-NUMBER            PIC X(12).
          05 WS-INPUT-MEMO-DATE              PIC 9(8).
          05 WS-INPUT-MEMO-AMOUNT            PIC 9(7)V99.
          05 WS-SOURCE-QTY                   PIC 9(5).
          05 WS-LINES-DONE                   PIC XXX.
          05 WS-RV-SUB                       PIC 999.
          05 WS-RV-LAST                      PIC 999.
          05 WS-VD-SUB                       PIC 999.
          05 WS-VD-SUB2                      PIC 999.
          05 WS-VD-FOUND                     PIC XXX.
          05 WS-MATCHED                      PIC XXX.
          05 WS-CONFIRM                      PIC X.
          05 WS-CREDIT-DUE                   PIC 9(7)V99.
          05 WS-MEMO-POOL                    PIC 9(7)V99.
          05 WS-SHORTFALL                    PIC 9(7)V99.
          05 WS-TOTAL-OPEN                   PIC 9(8)V99 VALUE 0.
          05 WS-TOTAL-OVER60                 PIC 9(8)V99 VALUE 0.
          05 WS-OPEN-LINES                   PIC 9(4) VALUE 0.
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          05 WS-EDIT-AMOUNT                  PIC Z,ZZZ,ZZ9.99.

      * Parameter block for the shared FILELOCK named-lock facility,
      * taken around each line's stock relief so a register relieving
      * the same record does not lose the race.

       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * each line shipped posts a return to vendor out of the store
      * it left from.

       COPY STKPOSTWS.

      * The whole return-to-vendor file, held while a memo closes
      * lines, then written back out - the transfer file's load/mark/
      * rewrite pattern.

       01 WS-RV-TABLE.
          05 WS-RV-COUNT                     PIC 999 VALUE 0.
          05 WS-RV-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-RV-COUNT
               INDEXED BY RV-IDX.
             10 WS-RV-IMAGE                  PIC X(103).

      * The lines of the return being shipped, kept for its credit
      * lines and packing slip.

       01 WS-SL-TABLE.
          05 WS-SL-COUNT                     PIC 99 VALUE 0.
          05 WS-SL-ENTRIES OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-SL-COUNT
               INDEXED BY SL-IDX.
             10 WS-SL-ITEM                   PIC X(10).
             10 WS-SL-DESC                   PIC X(25).
             10 WS-SL-QTY                    PIC 9(5).
             10 WS-SL-REASON                 PIC X.
             10 WS-SL-UNIT-COST              PIC 9(5)V99.
             10 WS-SL-CREDIT-DUE             PIC 9(7)V99.

      * The vendors with open credits, in vendor number order, with
      * what each owes.

       01 WS-VD-TABLE.
          05 WS-VD-COUNT                     PIC 999 VALUE 0.
          05 WS-VD-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-VD-COUNT
               INDEXED BY VD-IDX.
             10 WS-VD-VENDOR                 PIC X(4).
             10 WS-VD-OPEN                   PIC 9(8)V99.
             10 WS-VD-OVER60                 PIC 9(8)V99.

       01 WS-VD-HOLD                         PIC X(24).

      * The vendor the return is going back to, as the master had it
      * when the return was started - for the packing slip.

       01 WS-SHIP-TO.
          05 WS-SHIP-TO-NAME                 PIC X(25).
          05 WS-SHIP-TO-ADDRESS              PIC X(25).
          05 WS-SHIP-TO-CSZ                  PIC X(22).
          05 WS-SHIP-TO-PHONE                PIC X(15).

      * Packing slip lines.

       01 PS-HEADING1.
          05                                 PIC X(31)
                         VALUE "RETURN TO VENDOR PACKING SLIP  ".
          05                                 PIC X(4)  VALUE "RTV ".
          05 PSH-RTV-NUMBER                  PIC 9(6).
          05                                 PIC X(4)  VALUE SPACES.
          05 PSH-DATE                        PIC 9(8).
          05                                 PIC X(17) VALUE SPACES.

       01 PS-LABEL-LINE.
          05 PSL-LABEL                       PIC X(10).
          05 PSL-VALUE                       PIC X(40).
          05                                 PIC X(20) VALUE SPACES.

       01 PS-ITEM-HEADING.
          05                                 PIC X(10)
                                    VALUE "ITEM CODE".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(25)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(8)
                                    VALUE "QUANTITY".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(21)
                                    VALUE "REASON".

       01 PS-ITEM-LINE.
          05 PSI-ITEM-CODE                   PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 PSI-DESC                        PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 PSI-QTY                         PIC ZZZZ9.
          05                                 PIC X(5)  VALUE SPACES.
          05 PSI-REASON                      PIC X(21).

       01 PS-END-LINE.
          05                                 PIC X(44) VALUE ALL "=".
          05                                 PIC X(26) VALUE SPACES.

      * Aging report lines.

       01 AG-HEADING1.
          05                                 PIC X(38)
                   VALUE "RETURN TO VENDOR OPEN CREDIT AGING   ".
          05 AGH-DATE                        PIC 9(8).
          05                                 PIC X(44) VALUE SPACES.

       01 AG-HEADING2.
          05                                 PIC X(8)  VALUE "RTV".
          05                                 PIC X(14)
                                    VALUE "RA NUMBER".
          05                                 PIC X(10) VALUE "SHIPPED".
          05                                 PIC X(12) VALUE "ITEM".
          05                                 PIC X(5)  VALUE "  QTY".
          05                                 PIC X(12)
                                    VALUE "  CREDIT DUE".
          05                                 PIC X(7)  VALUE "   DAYS".
          05                                 PIC X(22) VALUE SPACES.

       01 AG-VENDOR-LINE.
          05                                 PIC X(7)  VALUE "VENDOR ".
          05 AGV-VENDOR                      PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGV-NAME                        PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGV-PHONE                       PIC X(15).
          05                                 PIC X(35) VALUE SPACES.

       01 AG-DETAIL.
          05 AGD-RTV-NUMBER                  PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-RA-NUMBER                   PIC X(12).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-SHIP-DATE                   PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-ITEM-CODE                   PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-QTY                         PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-CREDIT-DUE                  PIC ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-DAYS                        PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-FLAG                        PIC X(20).

       01 AG-VENDOR-TOTAL.
          05                                 PIC X(22) VALUE SPACES.
          05                                 PIC X(19)
                         VALUE "VENDOR TOTAL OPEN".
          05 AGVT-OPEN                       PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05                                 PIC X(9)
                                    VALUE "60+ DAYS ".
          05 AGVT-OVER60                     PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(12) VALUE SPACES.

       01 AG-FOOTER1.
          05                                 PIC X(35)
                   VALUE "*** OPEN RTV CREDIT LINES          ".
          05 AGF-OPEN-LINES                  PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(47) VALUE SPACES.

       01 AG-FOOTER2.
          05                                 PIC X(35)
                   VALUE "*** TOTAL OPEN RTV CREDITS         ".
          05 AGF-TOTAL-OPEN                  PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(37) VALUE SPACES.

       01 AG-FOOTER3.
          05                                 PIC X(35)
                   VALUE "*** OPEN 60 DAYS OR MORE - CHASE   ".
          05 AGF-TOTAL-OVER60                PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(37) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-VENDOR                   PIC X(60)
          VALUE "C:\COBOL\VendorMaster.dat".
          05 UT-SYS-RTVFILE                  PIC X(60)
          VALUE "C:\COBOL\RtvCredits.txt".
          05 UT-SYS-RTVSLIP                  PIC X(60)
          VALUE "C:\COBOL\RtvPackingSlip.txt".
          05 UT-SYS-RTVAGING                 PIC X(60)
          VALUE "C:\COBOL\RtvAging.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE RETURN-TO-VENDOR FILE AND ROUTES TO
      * THE CHOSEN FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 100-LOAD-RTV-FILE THRU 100-EXIT
           DISPLAY "RETURN TO VENDOR - S=SHIP RETURN M=MATCH CREDIT "
               "MEMO A=AGING"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "S"
               WHEN "s"
                   PERFORM 200-SHIP-RETURN THRU 200-EXIT
               WHEN "M"
               WHEN "m"
                   PERFORM 400-MATCH-MEMO THRU 400-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 600-RUN-AGING THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 100-LOAD-RTV-FILE PULLS THE WHOLE RETURN-TO-VENDOR FILE INTO
      * THE TABLE AND NOTES THE HIGHEST RTV NUMBER USED. THE FILE IS
      * OPTIONAL ON A FIRST RUN.
      ******************************************************************
       100-LOAD-RTV-FILE.
           OPEN INPUT RTV-FILE
           IF WS-RTVFILE-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-RTV THRU 110-EXIT
               UNTIL WS-RV-EOF = "YES"
           CLOSE RTV-FILE.
       100-EXIT.

       110-READ-RTV.
           READ RTV-FILE
               AT END
                   MOVE "YES" TO WS-RV-EOF
               NOT AT END
                   IF RV-RTV-NUMBER > WS-HIGH-RTV-NUMBER
                       MOVE RV-RTV-NUMBER TO WS-HIGH-RTV-NUMBER
                   END-IF
                   IF WS-RV-COUNT < 500
                       ADD 1 TO WS-RV-COUNT
                       MOVE RV-RECORD TO WS-RV-IMAGE (WS-RV-COUNT)
                   ELSE
                       MOVE "YES" TO WS-RV-OVERFLOW
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 200-SHIP-RETURN TAKES THE VENDOR, RA NUMBER, AND STORE FOR THE
      * BOX, THEN EACH ITEM GOING IN IT. EVERY LINE TAKEN IS RELIEVED
      * FROM THE STORE'S BUCKET AS IT IS KEYED; AT THE END THE OPEN
      * CREDIT LINES ARE APPENDED AND THE PACKING SLIP PRINTED.
      ******************************************************************
       200-SHIP-RETURN.
           DISPLAY "ENTER VENDOR NUMBER"
           ACCEPT WS-INPUT-VENDOR-NO
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "VENDOR MASTER NOT FOUND - STATUS "
                   WS-VENDOR-STATUS " - NO RETURN"
               GO TO 200-EXIT
           END-IF
           MOVE WS-INPUT-VENDOR-NO TO VN-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR NOT ON FILE - NO RETURN"
                   CLOSE VENDOR-MASTER-FILE
                   GO TO 200-EXIT
           END-READ
           MOVE VN-NAME TO WS-SHIP-TO-NAME
           MOVE VN-ADDRESS TO WS-SHIP-TO-ADDRESS
           MOVE VN-CITY-STATE-ZIP TO WS-SHIP-TO-CSZ
           MOVE VN-PHONE TO WS-SHIP-TO-PHONE
           CLOSE VENDOR-MASTER-FILE
           DISPLAY "VENDOR: " WS-SHIP-TO-NAME
           DISPLAY "ENTER VENDOR RETURN AUTHORIZATION (RA) NUMBER"
           MOVE SPACES TO WS-INPUT-RA-NUMBER
           ACCEPT WS-INPUT-RA-NUMBER
           IF WS-INPUT-RA-NUMBER = SPACES
               DISPLAY "NO RA NUMBER - THE VENDOR WILL REFUSE THE BOX"
                   " - NO RETURN"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER STORE THE RETURN SHIPS FROM (1 OR 2)"
           ACCEPT WS-INPUT-STORE
           IF WS-INPUT-STORE < 1 OR WS-INPUT-STORE > 2
               DISPLAY "STORE NUMBER INVALID - NO RETURN"
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-RTV-NUMBER = WS-HIGH-RTV-NUMBER + 1
           MOVE ZEROS TO WS-SL-COUNT
           MOVE "NO" TO WS-LINES-DONE
           PERFORM 210-TAKE-LINE THRU 210-EXIT
               UNTIL WS-LINES-DONE = "YES"
           IF WS-SL-COUNT = ZEROS
               DISPLAY "NO LINES SHIPPED - NO RETURN"
               GO TO 200-EXIT
           END-IF
           PERFORM 230-WRITE-RTV-LINES THRU 230-EXIT
           PERFORM 250-WRITE-PACKING-SLIP THRU 250-EXIT
           DISPLAY "RTV " WS-RTV-NUMBER " SHIPPED - " WS-SL-COUNT
               " LINES, PACKING SLIP WRITTEN TO " UT-SYS-RTVSLIP.
       200-EXIT.

      ******************************************************************
      * 210-TAKE-LINE TAKES ONE ITEM FOR THE BOX. A BLANK ITEM CODE
      * ENDS THE RETURN.
      ******************************************************************
       210-TAKE-LINE.
           DISPLAY "ENTER ITEM CODE (BLANK TO FINISH)"
           MOVE SPACES TO WS-INPUT-CODE
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               MOVE "YES" TO WS-LINES-DONE
               GO TO 210-EXIT
           END-IF
           IF WS-SL-COUNT >= 20
               DISPLAY "RETURN FULL AT 20 LINES - SHIP THE REST ON "
                   "ANOTHER RTV"
               MOVE "YES" TO WS-LINES-DONE
               GO TO 210-EXIT
           END-IF
           DISPLAY "ENTER QUANTITY"
           ACCEPT WS-INPUT-QTY
           IF WS-INPUT-QTY = ZEROS
               DISPLAY "ZERO QUANTITY - LINE SKIPPED"
               GO TO 210-EXIT
           END-IF
           DISPLAY "REASON - D=DEFECTIVE W=WRONG SIZE/ITEM "
               "O=OVER-SHIPPED X=OTHER"
           ACCEPT WS-INPUT-REASON
           EVALUATE WS-INPUT-REASON
               WHEN "d"
                   MOVE "D" TO WS-INPUT-REASON
               WHEN "w"
                   MOVE "W" TO WS-INPUT-REASON
               WHEN "o"
                   MOVE "O" TO WS-INPUT-REASON
               WHEN "x"
                   MOVE "X" TO WS-INPUT-REASON
           END-EVALUATE
           IF WS-INPUT-REASON NOT = "D" AND NOT = "W"
               AND NOT = "O" AND NOT = "X"
               DISPLAY "INVALID REASON - LINE SKIPPED"
               GO TO 210-EXIT
           END-IF
           PERFORM 220-RELIEVE-STOCK THRU 220-EXIT.
       210-EXIT.

      ******************************************************************
      * 220-RELIEVE-STOCK TAKES THE LINE'S QUANTITY OUT OF THE STORE'S
      * BUCKET UNDER THE INVENTORY LOCK, POSTS IT TO THE STOCK LEDGER,
      * AND ADDS THE LINE TO THE RETURN AT THE ITEM'S UNIT COST.
      ******************************************************************
       220-RELIEVE-STOCK.
           PERFORM 900-TAKE-INVENTORY-LOCK THRU 900-EXIT
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS " - LINE SKIPPED"
               PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
               GO TO 220-EXIT
           END-IF
           MOVE WS-INPUT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND - LINE SKIPPED"
                   CLOSE INVENTORY-FILE
                   PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
                   GO TO 220-EXIT
           END-READ
           IF WS-INPUT-STORE = 2
               MOVE INV-QTY-STORE2 TO WS-SOURCE-QTY
           ELSE
               MOVE INV-QTY-ON-HAND TO WS-SOURCE-QTY
           END-IF
           IF WS-INPUT-QTY > WS-SOURCE-QTY
               DISPLAY "STORE " WS-INPUT-STORE " ONLY HOLDS "
                   WS-SOURCE-QTY " - LINE SKIPPED"
               CLOSE INVENTORY-FILE
               PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
               GO TO 220-EXIT
           END-IF
           IF WS-INPUT-STORE = 2
               SUBTRACT WS-INPUT-QTY FROM INV-QTY-STORE2
           ELSE
               SUBTRACT WS-INPUT-QTY FROM INV-QTY-ON-HAND
           END-IF
           REWRITE INV-RECORD
           ADD 1 TO WS-SL-COUNT
           SET SL-IDX TO WS-SL-COUNT
           MOVE INV-CODE TO WS-SL-ITEM (SL-IDX)
           MOVE INV-DESCRIPTION TO WS-SL-DESC (SL-IDX)
           MOVE WS-INPUT-QTY TO WS-SL-QTY (SL-IDX)
           MOVE WS-INPUT-REASON TO WS-SL-REASON (SL-IDX)
           MOVE ZEROS TO WS-SL-UNIT-COST (SL-IDX)
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO WS-SL-UNIT-COST (SL-IDX)
           END-IF
           COMPUTE WS-SL-CREDIT-DUE (SL-IDX) =
               WS-SL-QTY (SL-IDX) * WS-SL-UNIT-COST (SL-IDX)
           PERFORM 950-POST-STOCK-MOVE THRU 950-EXIT
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           MOVE WS-SL-CREDIT-DUE (SL-IDX) TO WS-EDIT-AMOUNT
           DISPLAY "RETURNED " WS-INPUT-QTY " - CREDIT DUE "
               WS-EDIT-AMOUNT.
       220-EXIT.

      ******************************************************************
      * 230-WRITE-RTV-LINES APPENDS AN OPEN CREDIT LINE FOR EACH ITEM
      * IN THE BOX.
      ******************************************************************
       230-WRITE-RTV-LINES.
           OPEN EXTEND RTV-FILE
           IF WS-RTVFILE-STATUS NOT = "00"
               OPEN OUTPUT RTV-FILE
           END-IF
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > WS-SL-COUNT
               MOVE WS-RTV-NUMBER TO RV-RTV-NUMBER
               MOVE WS-INPUT-VENDOR-NO TO RV-VENDOR-NO
               MOVE WS-INPUT-RA-NUMBER TO RV-RA-NUMBER
               MOVE WS-SL-ITEM (SL-IDX) TO RV-ITEM-CODE
               MOVE WS-INPUT-STORE TO RV-STORE-NO
               MOVE WS-SL-QTY (SL-IDX) TO RV-QTY
               MOVE WS-SL-REASON (SL-IDX) TO RV-REASON
               MOVE WS-SL-UNIT-COST (SL-IDX) TO RV-UNIT-COST
               MOVE WS-SL-CREDIT-DUE (SL-IDX) TO RV-CREDIT-DUE
               MOVE "O" TO RV-STATUS
               MOVE WS-RUN-DATE TO RV-SHIP-DATE
               MOVE SPACES TO RV-MEMO-NUMBER
               MOVE ZEROS TO RV-MEMO-DATE RV-CREDIT-TAKEN
                   RV-SHORTFALL
               WRITE RV-RECORD
           END-PERFORM
           CLOSE RTV-FILE.
       230-EXIT.

      ******************************************************************
      * 250-WRITE-PACKING-SLIP APPENDS THE SLIP THAT GOES IN THE BOX -
      * RTV AND RA NUMBERS, THE VENDOR'S NAME AND ADDRESS FROM THE
      * MASTER, THE STORE IT LEFT FROM, AND THE ITEM LINES - LAID OUT
      * LIKE PURCHORD'S PO DOCUMENT.
      ******************************************************************
       250-WRITE-PACKING-SLIP.
           OPEN EXTEND PACKING-SLIP-FILE
           IF WS-RTVSLIP-STATUS NOT = "00"
               OPEN OUTPUT PACKING-SLIP-FILE
           END-IF
           MOVE WS-RTV-NUMBER TO PSH-RTV-NUMBER
           MOVE WS-RUN-DATE TO PSH-DATE
           WRITE SLIP-RECORD FROM PS-HEADING1
           MOVE "RA NUMBER:" TO PSL-LABEL
           MOVE WS-INPUT-RA-NUMBER TO PSL-VALUE
           WRITE SLIP-RECORD FROM PS-LABEL-LINE
           MOVE "FROM:     " TO PSL-LABEL
           MOVE SPACES TO PSL-VALUE
           STRING "STORE " DELIMITED BY SIZE
               WS-INPUT-STORE DELIMITED BY SIZE
               INTO PSL-VALUE
           END-STRING
           WRITE SLIP-RECORD FROM PS-LABEL-LINE
           MOVE SPACES TO SLIP-RECORD
           WRITE SLIP-RECORD
           MOVE "RETURN TO:" TO PSL-LABEL
           MOVE WS-SHIP-TO-NAME TO PSL-VALUE
           WRITE SLIP-RECORD FROM PS-LABEL-LINE
           MOVE SPACES TO PSL-LABEL
           MOVE WS-SHIP-TO-ADDRESS TO PSL-VALUE
           WRITE SLIP-RECORD FROM PS-LABEL-LINE
           MOVE WS-SHIP-TO-CSZ TO PSL-VALUE
           WRITE SLIP-RECORD FROM PS-LABEL-LINE
           MOVE "PHONE:    " TO PSL-LABEL
           MOVE WS-SHIP-TO-PHONE TO PSL-VALUE
           WRITE SLIP-RECORD FROM PS-LABEL-LINE
           MOVE SPACES TO SLIP-RECORD
           WRITE SLIP-RECORD
           WRITE SLIP-RECORD FROM PS-ITEM-HEADING
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > WS-SL-COUNT
               MOVE WS-SL-ITEM (SL-IDX) TO PSI-ITEM-CODE
               MOVE WS-SL-DESC (SL-IDX) TO PSI-DESC
               MOVE WS-SL-QTY (SL-IDX) TO PSI-QTY
               EVALUATE WS-SL-REASON (SL-IDX)
                   WHEN "D"
                       MOVE "DEFECTIVE" TO PSI-REASON
                   WHEN "W"
                       MOVE "WRONG SIZE OR ITEM" TO PSI-REASON
                   WHEN "O"
                       MOVE "OVER-SHIPPED" TO PSI-REASON
                   WHEN OTHER
                       MOVE "OTHER" TO PSI-REASON
               END-EVALUATE
               WRITE SLIP-RECORD FROM PS-ITEM-LINE
           END-PERFORM
           WRITE SLIP-RECORD FROM PS-END-LINE
           CLOSE PACKING-SLIP-FILE.
       250-EXIT.

      ******************************************************************
      * 400-MATCH-MEMO MATCHES THE VENDOR'S CREDIT MEMO TO A RETURN.
      * THE MEMO AMOUNT IS APPLIED TO THE RETURN'S OPEN LINES IN FILE
      * ORDER, EACH TAKING UP TO ITS CREDIT DUE; A LINE LEFT SHORT IS
      * CLOSED SHORT WITH THE SHORTFALL RECORDED, AND ANY EXCESS ON
      * THE MEMO RIDES ON THE LAST LINE. THE FILE IS REWRITTEN FROM
      * THE TABLE AT THE END.
      ******************************************************************
       400-MATCH-MEMO.

      * The file is rewritten from the table afterward, so a file
      * that does not fit MUST stop here - rewriting would silently
      * delete the overflow lines.

           IF WS-RV-OVERFLOW = "YES"
               DISPLAY "RTV FILE EXCEEDS 500 LINES - MATCHING "
                   "REFUSED, NOTHING CHANGED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER RTV NUMBER"
           ACCEPT WS-RTV-NUMBER
           MOVE "NO" TO WS-MATCHED
           MOVE ZEROS TO WS-CREDIT-DUE WS-RV-LAST
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
               MOVE WS-RV-IMAGE (WS-RV-SUB) TO RV-RECORD
               IF RV-RTV-NUMBER = WS-RTV-NUMBER AND RV-OPEN
                   MOVE "YES" TO WS-MATCHED
                   MOVE WS-RV-SUB TO WS-RV-LAST
                   ADD RV-CREDIT-DUE TO WS-CREDIT-DUE
                   MOVE RV-CREDIT-DUE TO WS-EDIT-AMOUNT
                   DISPLAY RV-ITEM-CODE " QTY " RV-QTY
                       " CREDIT DUE " WS-EDIT-AMOUNT
                       " RA " RV-RA-NUMBER
               END-IF
           END-PERFORM
           IF WS-MATCHED = "NO"
               DISPLAY "NO OPEN CREDIT LINES FOR THAT RTV NUMBER"
               GO TO 400-EXIT
           END-IF
           MOVE WS-CREDIT-DUE TO WS-EDIT-AMOUNT
           DISPLAY "TOTAL CREDIT DUE " WS-EDIT-AMOUNT
           DISPLAY "ENTER VENDOR CREDIT MEMO NUMBER"
           MOVE SPACES TO WS-INPUT-MEMO-NUMBER
           ACCEPT WS-INPUT-MEMO-NUMBER
           DISPLAY "ENTER MEMO DATE YYYYMMDD (0 = TODAY)"
           ACCEPT WS-INPUT-MEMO-DATE
           IF WS-INPUT-MEMO-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-INPUT-MEMO-DATE
           END-IF
           DISPLAY "ENTER MEMO AMOUNT (NNNNNNNCC, NO DECIMAL POINT)"
           ACCEPT WS-INPUT-MEMO-AMOUNT
           MOVE WS-INPUT-MEMO-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "POST MEMO OF " WS-EDIT-AMOUNT
               " AND CLOSE THE RETURN? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "MEMO NOT POSTED"
               GO TO 400-EXIT
           END-IF
           MOVE WS-INPUT-MEMO-AMOUNT TO WS-MEMO-POOL
           MOVE ZEROS TO WS-SHORTFALL
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
               MOVE WS-RV-IMAGE (WS-RV-SUB) TO RV-RECORD
               IF RV-RTV-NUMBER = WS-RTV-NUMBER AND RV-OPEN
                   PERFORM 410-CLOSE-ONE-LINE THRU 410-EXIT
               END-IF
           END-PERFORM
           PERFORM 700-REWRITE-RTV-FILE THRU 700-EXIT
           IF WS-SHORTFALL > ZEROS
               MOVE WS-SHORTFALL TO WS-EDIT-AMOUNT
               DISPLAY "RTV " WS-RTV-NUMBER " CLOSED SHORT - "
                   "SHORTFALL " WS-EDIT-AMOUNT
           ELSE
               DISPLAY "RTV " WS-RTV-NUMBER " CLOSED IN FULL"
           END-IF.
       400-EXIT.

       410-CLOSE-ONE-LINE.
           IF WS-MEMO-POOL >= RV-CREDIT-DUE
               MOVE RV-CREDIT-DUE TO RV-CREDIT-TAKEN
               SUBTRACT RV-CREDIT-DUE FROM WS-MEMO-POOL
           ELSE
               MOVE WS-MEMO-POOL TO RV-CREDIT-TAKEN
               MOVE ZEROS TO WS-MEMO-POOL
           END-IF

      * Whatever the memo credited beyond the whole return's due
      * rides on its last line rather than being lost.

           IF WS-RV-SUB = WS-RV-LAST
               ADD WS-MEMO-POOL TO RV-CREDIT-TAKEN
               MOVE ZEROS TO WS-MEMO-POOL
           END-IF
           MOVE ZEROS TO RV-SHORTFALL
           IF RV-CREDIT-TAKEN < RV-CREDIT-DUE
               COMPUTE RV-SHORTFALL = RV-CREDIT-DUE - RV-CREDIT-TAKEN
               ADD RV-SHORTFALL TO WS-SHORTFALL
               MOVE "S" TO RV-STATUS
           ELSE
               MOVE "C" TO RV-STATUS
           END-IF
           MOVE WS-INPUT-MEMO-NUMBER TO RV-MEMO-NUMBER
           MOVE WS-INPUT-MEMO-DATE TO RV-MEMO-DATE
           MOVE RV-RECORD TO WS-RV-IMAGE (WS-RV-SUB).
       410-EXIT.

      ******************************************************************
      * 600-RUN-AGING LISTS EVERY OPEN CREDIT LINE BY VENDOR WITH ITS
      * DAYS SINCE THE BOX WENT BACK, FLAGGING THOSE 60 DAYS OR MORE,
      * AND TOTALS EACH VENDOR.
      ******************************************************************
       600-RUN-AGING.
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
               MOVE WS-RV-IMAGE (WS-RV-SUB) TO RV-RECORD
               IF RV-OPEN
                   PERFORM 610-TALLY-VENDOR THRU 610-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VD-SUB FROM 2 BY 1
               UNTIL WS-VD-SUB > WS-VD-COUNT
               PERFORM 620-INSERT-ONE-VENDOR THRU 620-EXIT
           END-PERFORM
           OPEN OUTPUT AGING-REPORT-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           MOVE WS-RUN-DATE TO AGH-DATE
           WRITE AGING-RECORD FROM AG-HEADING1
           WRITE AGING-RECORD FROM AG-HEADING2
            AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-VD-SUB FROM 1 BY 1
               UNTIL WS-VD-SUB > WS-VD-COUNT
               PERFORM 650-WRITE-VENDOR THRU 650-EXIT
           END-PERFORM
           MOVE WS-OPEN-LINES TO AGF-OPEN-LINES
           WRITE AGING-RECORD FROM AG-FOOTER1
            AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-OPEN TO AGF-TOTAL-OPEN
           WRITE AGING-RECORD FROM AG-FOOTER2
            AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-OVER60 TO AGF-TOTAL-OVER60
           WRITE AGING-RECORD FROM AG-FOOTER3
            AFTER ADVANCING 1 LINE
           IF WS-VENDOR-STATUS = "00"
               CLOSE VENDOR-MASTER-FILE
           END-IF
           CLOSE AGING-REPORT-FILE
           DISPLAY "RTV AGING WRITTEN TO " UT-SYS-RTVAGING.
       600-EXIT.

      ******************************************************************
      * 610-TALLY-VENDOR ADDS AN OPEN LINE'S CREDIT TO ITS VENDOR'S
      * TOTALS, ADDING THE VENDOR THE FIRST TIME IT IS SEEN.
      ******************************************************************
       610-TALLY-VENDOR.
           PERFORM 630-AGE-LINE THRU 630-EXIT
           MOVE "NO" TO WS-VD-FOUND
           PERFORM VARYING WS-VD-SUB FROM 1 BY 1
               UNTIL WS-VD-SUB > WS-VD-COUNT OR WS-VD-FOUND = "YES"
               IF WS-VD-VENDOR (WS-VD-SUB) = RV-VENDOR-NO
                   MOVE "YES" TO WS-VD-FOUND
                   MOVE WS-VD-SUB TO WS-VD-SUB2
               END-IF
           END-PERFORM
           IF WS-VD-FOUND = "NO"
               IF WS-VD-COUNT >= 200
                   DISPLAY "MORE THAN 200 VENDORS OWE CREDITS - "
                       RV-VENDOR-NO " LEFT OFF THE AGING"
                   GO TO 610-EXIT
               END-IF
               ADD 1 TO WS-VD-COUNT
               MOVE WS-VD-COUNT TO WS-VD-SUB2
               MOVE RV-VENDOR-NO TO WS-VD-VENDOR (WS-VD-SUB2)
               MOVE ZEROS TO WS-VD-OPEN (WS-VD-SUB2)
                   WS-VD-OVER60 (WS-VD-SUB2)
           END-IF
           ADD RV-CREDIT-DUE TO WS-VD-OPEN (WS-VD-SUB2)
           IF WS-AGE-DAYS >= 60
               ADD RV-CREDIT-DUE TO WS-VD-OVER60 (WS-VD-SUB2)
           END-IF.
       610-EXIT.

      * Insertion sort by vendor number, the way SALESVEL sorts its
      * top sellers.

       620-INSERT-ONE-VENDOR.
           MOVE WS-VD-ENTRIES (WS-VD-SUB) TO WS-VD-HOLD
           MOVE WS-VD-SUB TO WS-VD-SUB2
           PERFORM UNTIL WS-VD-SUB2 <= 1
               OR WS-VD-VENDOR (WS-VD-SUB2 - 1) NOT > WS-VD-HOLD (1:4)
               MOVE WS-VD-ENTRIES (WS-VD-SUB2 - 1)
                   TO WS-VD-ENTRIES (WS-VD-SUB2)
               SUBTRACT 1 FROM WS-VD-SUB2
           END-PERFORM
           MOVE WS-VD-HOLD TO WS-VD-ENTRIES (WS-VD-SUB2).
       620-EXIT.

      ******************************************************************
      * 630-AGE-LINE SETS WS-AGE-DAYS TO THE DAYS SINCE THE LINE IN
      * RV-RECORD WENT BACK TO THE VENDOR.
      ******************************************************************
       630-AGE-LINE.
           MOVE ZEROS TO WS-AGE-DAYS
           IF RV-SHIP-DATE NOT NUMERIC OR RV-SHIP-DATE = ZEROS
               GO TO 630-EXIT
           END-IF
           COMPUTE WS-SHIP-DATE-INT =
               FUNCTION INTEGER-OF-DATE (RV-SHIP-DATE)
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-SHIP-DATE-INT.
       630-EXIT.

      ******************************************************************
      * 650-WRITE-VENDOR PRINTS ONE VENDOR'S OPEN LINES, OLDEST FIRST
      * (FILE ORDER IS CHRONOLOGICAL), AND ITS TOTALS.
      ******************************************************************
       650-WRITE-VENDOR.
           MOVE WS-VD-VENDOR (WS-VD-SUB) TO AGV-VENDOR
           MOVE SPACES TO AGV-NAME AGV-PHONE
           IF WS-VENDOR-STATUS = "00"
               MOVE WS-VD-VENDOR (WS-VD-SUB) TO VN-VENDOR-NO
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE "*** NOT ON VENDOR MASTER ***" TO AGV-NAME
                   NOT INVALID KEY
                       MOVE VN-NAME TO AGV-NAME
                       MOVE VN-PHONE TO AGV-PHONE
               END-READ
           END-IF
           WRITE AGING-RECORD FROM AG-VENDOR-LINE
            AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
               MOVE WS-RV-IMAGE (WS-RV-SUB) TO RV-RECORD
               IF RV-OPEN AND RV-VENDOR-NO = WS-VD-VENDOR (WS-VD-SUB)
                   PERFORM 660-WRITE-AGING-LINE THRU 660-EXIT
               END-IF
           END-PERFORM
           MOVE WS-VD-OPEN (WS-VD-SUB) TO AGVT-OPEN
           MOVE WS-VD-OVER60 (WS-VD-SUB) TO AGVT-OVER60
           WRITE AGING-RECORD FROM AG-VENDOR-TOTAL
            AFTER ADVANCING 1 LINE
           ADD WS-VD-OPEN (WS-VD-SUB) TO WS-TOTAL-OPEN
           ADD WS-VD-OVER60 (WS-VD-SUB) TO WS-TOTAL-OVER60.
       650-EXIT.

       660-WRITE-AGING-LINE.
           PERFORM 630-AGE-LINE THRU 630-EXIT
           ADD 1 TO WS-OPEN-LINES
           MOVE RV-RTV-NUMBER TO AGD-RTV-NUMBER
           MOVE RV-RA-NUMBER TO AGD-RA-NUMBER
           MOVE RV-SHIP-DATE TO AGD-SHIP-DATE
           MOVE RV-ITEM-CODE TO AGD-ITEM-CODE
           MOVE RV-QTY TO AGD-QTY
           MOVE RV-CREDIT-DUE TO AGD-CREDIT-DUE
           MOVE WS-AGE-DAYS TO AGD-DAYS
           MOVE SPACES TO AGD-FLAG
           IF WS-AGE-DAYS >= 60
               MOVE "*** CHASE VENDOR" TO AGD-FLAG
           END-IF
           WRITE AGING-RECORD FROM AG-DETAIL
            AFTER ADVANCING 1 LINE.
       660-EXIT.

      ******************************************************************
      * 700-REWRITE-RTV-FILE WRITES THE WHOLE RETURN-TO-VENDOR FILE
      * BACK OUT FROM THE TABLE.
      ******************************************************************
       700-REWRITE-RTV-FILE.
           OPEN OUTPUT RTV-FILE
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
               MOVE WS-RV-IMAGE (WS-RV-SUB) TO RV-RECORD
               WRITE RV-RECORD
           END-PERFORM
           CLOSE RTV-FILE.
       700-EXIT.

      ******************************************************************
      * 900-TAKE-INVENTORY-LOCK TAKES THE SHARED INVENTORY LOCK FOR
      * THE MOMENT OF A LINE'S STOCK RELIEF, THE WAY XFERSTK DOES
      * AROUND A TRANSFER. A HELD LOCK OFFERS RETRY OR PROCEED-
      * UNLOCKED (WARNED).
      ******************************************************************
       900-TAKE-INVENTORY-LOCK.
           MOVE "NO" TO WS-LOCK-HELD
           MOVE "A" TO FL-REQUEST
           MOVE "INVENTORY" TO FL-LOCK-NAME
           MOVE "VENDRTV" TO FL-PROGRAM
           MOVE SPACES TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           IF FL-RESULT = "G" OR FL-RESULT = "S"
               MOVE "YES" TO WS-LOCK-HELD
           END-IF
           IF FL-RESULT NOT = "H"
               GO TO 900-EXIT
           END-IF
           DISPLAY "INVENTORY LOCKED BY " FL-HOLDER-PROGRAM
               " OPER " FL-HOLDER-OPERATOR
           DISPLAY "(R)ETRY OR (C)ONTINUE UNLOCKED?"
           ACCEPT WS-LOCK-CHOICE
           IF WS-LOCK-CHOICE = "R" OR WS-LOCK-CHOICE = "r"
               GO TO 900-TAKE-INVENTORY-LOCK
           END-IF
           DISPLAY "PROCEEDING WITHOUT THE LOCK - LAST WRITER WINS".
       900-EXIT.

       910-DROP-INVENTORY-LOCK.

      * A session that proceeded unlocked never held the lock -
      * dropping it here would free the real holder's lock.

           IF WS-LOCK-HELD NOT = "YES"
               GO TO 910-EXIT
           END-IF
           MOVE "NO" TO WS-LOCK-HELD
           MOVE "R" TO FL-REQUEST
           MOVE "INVENTORY" TO FL-LOCK-NAME
           MOVE "VENDRTV" TO FL-PROGRAM
           CALL "FILELOCK" USING FL-PARMS.
       910-EXIT.

      ******************************************************************
      * 950-POST-STOCK-MOVE POSTS THE LINE JUST RELIEVED TO THE STOCK
      * LEDGER AS A RETURN TO VENDOR, THE RTV NUMBER AS ITS SOURCE
      * DOCUMENT.
      ******************************************************************
       950-POST-STOCK-MOVE.
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE WS-INPUT-STORE TO SK-STORE-NO
           MOVE "V" TO SK-MOVE-TYPE
           COMPUTE SK-QTY = 0 - WS-INPUT-QTY
           MOVE WS-SL-UNIT-COST (SL-IDX) TO SK-UNIT-COST
           MOVE WS-RTV-NUMBER TO SK-SOURCE-DOC
           MOVE SPACES TO SK-OPERATOR
           MOVE "VENDRTV" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       950-EXIT.
