       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BINXCPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Bin location exception report. Reads the bin locations (see
      * copybooks/BINLOC.cpy) and the shared inventory file and lists
      * every item that has no location assigned at one store or
      * both, with that store's count on hand, so the location file
      * can be kept complete through the B screen in INVMNT. Count
      * sheets, put-away lists, and pick lists print these items last
      * under *NONE*. A second section lists location lines for item
      * codes no longer on the inventory file - left behind by a hand
      * edit, since retiring an item in INVMNT drops its locations -
      * to be deleted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the bin locations.

       SELECT BIN-LOCATION-FILE
               ASSIGN TO UT-SYS-BINLOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.

      * Select statement for the report output file.

       SELECT BIN-REPORT-FILE
               ASSIGN TO UT-SYS-BINRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the bin locations.

       FD  BIN-LOCATION-FILE.
       COPY BINLOC.

      * File description for the bin exception report.

       FD  BIN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INV-OPEN                     PIC XXX VALUE "NO".
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-BINLOC-STATUS                PIC XX.
          05 WS-BL-EOF                       PIC XXX VALUE "NO".
          05 WS-BL-SUB                       PIC 9(4).
          05 WS-HAS-STORE1                   PIC XXX.
          05 WS-HAS-STORE2                   PIC XXX.
          05 WS-ITEMS-CHECKED                PIC 9(5) VALUE 0.
          05 WS-ITEMS-LISTED                 PIC 9(5) VALUE 0.
          05 WS-ORPHANS-LISTED               PIC 9(5) VALUE 0.
          COPY RUNDATE.

      * Every bin location at both stores.

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

      * Heading 1

       01 HEADING1.
          COPY DATEHDR.
          05                                 PIC X(6)  VALUE SPACES.
          05                                 PIC X(36)
                   VALUE "ITEMS WITH NO BIN LOCATION ASSIGNED".
          05                                 PIC X(28) VALUE SPACES.

      * Heading 2

       01 HEADING2.
          05                                 PIC X(12)
                                    VALUE "ITEM".
          05                                 PIC X(27)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(20)
                                    VALUE "STORE 1     STORE 2".
          05                                 PIC X(21) VALUE SPACES.

      * Detail line - the on-hand count prints under each store with
      * no location, "HAS BIN" under a store that has one.

       01 DETAIL-LINE.
          05 D-ITEM-CODE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-DESCRIPTION                   PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-STORE1                        PIC X(8).
          05                                 PIC X(4)  VALUE SPACES.
          05 D-STORE2                        PIC X(8).
          05                                 PIC X(21) VALUE SPACES.

       01 WS-QTY-EDIT.
          05 WS-QTY-PRINT                    PIC ZZZZ9.
          05                                 PIC X(3)  VALUE " ON".

      * Orphan section heading and line

       01 ORPHAN-HEADING.
          05                                 PIC X(44)
                   VALUE "LOCATIONS FOR ITEMS NOT ON FILE - DELETE".
          05                                 PIC X(36) VALUE SPACES.

       01 ORPHAN-LINE.
          05 OR-ITEM-CODE                    PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(6)  VALUE "STORE ".
          05 OR-STORE-NO                     PIC 99.
          05                                 PIC X(4)  VALUE SPACES.
          05 OR-AISLE                        PIC X(3).
          05                                 PIC X     VALUE "-".
          05 OR-BAY                          PIC X(3).
          05                                 PIC X     VALUE "-".
          05 OR-SHELF                        PIC X(2).
          05                                 PIC X(46) VALUE SPACES.

      * Footer

       01 FOOTER1.
          05                                 PIC X(35)
                   VALUE "*** ITEMS MISSING A LOCATION       ".
          05 F-ITEMS-LISTED                  PIC ZZZZ9.
          05                                 PIC X(4)  VALUE " OF ".
          05 F-ITEMS-CHECKED                 PIC ZZZZ9.
          05                                 PIC X(4)  VALUE " ***".

       01 FOOTER2.
          05                                 PIC X(35)
                   VALUE "*** LOCATIONS FOR ITEMS NOT ON FILE".
          05 F-ORPHANS-LISTED                PIC ZZZZ9.
          05                                 PIC X(4)  VALUE " ***".

      * Files

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-BINLOC                   PIC X(60)
          VALUE "C:\COBOL\BinLocations.txt".
          05 UT-SYS-BINRPT                   PIC X(60)
          VALUE "C:\COBOL\BinExceptions.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 050-LOAD-BL-TABLE THRU 050-EXIT
           PERFORM 100-INITIALIZATION-OPEN THRU 100-EXIT
           IF WS-INV-OPEN = "YES"
               PERFORM 400-CHECK-ITEM THRU 400-EXIT
                   UNTIL WS-INV-EOF = "YES"
               PERFORM 500-LIST-ORPHANS THRU 500-EXIT
           END-IF
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-BL-TABLE READS EVERY BIN LOCATION INTO THE TABLE. NO
      * LOCATION FILE LISTS EVERY ITEM.
      ******************************************************************
       050-LOAD-BL-TABLE.
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS = "00"
               PERFORM 060-READ-BIN THRU 060-EXIT
                   UNTIL WS-BL-EOF = "YES"
               CLOSE BIN-LOCATION-FILE
           END-IF.
       050-EXIT.

       060-READ-BIN.
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
       060-EXIT.

      ******************************************************************
      * 100-INITIALIZATION-OPEN OPENS THE FILES AND WRITES THE REPORT
      * HEADINGS. A MISSING INVENTORY FILE ENDS THE RUN WITH AN EMPTY
      * REPORT RATHER THAN AN ABEND.
      ******************************************************************
       100-INITIALIZATION-OPEN.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "00"
               MOVE "YES" TO WS-INV-OPEN
           ELSE
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS
           END-IF
           OPEN OUTPUT BIN-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
           MOVE CUR-YEAR TO H-YEAR
           MOVE CUR-MONTH TO H-MONTH
           MOVE CUR-DAY TO H-DAY
           WRITE REPORT-RECORD FROM HEADING1
           WRITE REPORT-RECORD FROM HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.

      ******************************************************************
      * 400-CHECK-ITEM READS THE NEXT ITEM AND LISTS IT WHEN EITHER
      * STORE HAS NO LOCATION FOR IT.
      ******************************************************************
       400-CHECK-ITEM.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-INV-EOF
                   GO TO 400-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-CHECKED
           MOVE "NO" TO WS-HAS-STORE1 WS-HAS-STORE2
           PERFORM 410-CHECK-ONE-BIN THRU 410-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
           IF WS-HAS-STORE1 = "YES" AND WS-HAS-STORE2 = "YES"
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-LISTED
           MOVE INV-CODE TO D-ITEM-CODE
           MOVE INV-DESCRIPTION TO D-DESCRIPTION
           MOVE "HAS BIN" TO D-STORE1 D-STORE2
           IF WS-HAS-STORE1 = "NO"
               MOVE INV-QTY-ON-HAND TO WS-QTY-PRINT
               MOVE WS-QTY-EDIT TO D-STORE1
           END-IF
           IF WS-HAS-STORE2 = "NO"
               MOVE INV-QTY-STORE2 TO WS-QTY-PRINT
               MOVE WS-QTY-EDIT TO D-STORE2
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
            AFTER ADVANCING 1 LINE.
       400-EXIT.

       410-CHECK-ONE-BIN.
           IF WS-BL-TBL-ITEM (WS-BL-SUB) NOT = INV-CODE
               GO TO 410-EXIT
           END-IF
           IF WS-BL-TBL-STORE (WS-BL-SUB) = 1
               MOVE "YES" TO WS-HAS-STORE1
           END-IF
           IF WS-BL-TBL-STORE (WS-BL-SUB) = 2
               MOVE "YES" TO WS-HAS-STORE2
           END-IF.
       410-EXIT.

      ******************************************************************
      * 500-LIST-ORPHANS LISTS EACH LOCATION LINE WHOSE ITEM IS NO
      * LONGER ON THE INVENTORY FILE.
      ******************************************************************
       500-LIST-ORPHANS.
           WRITE REPORT-RECORD FROM ORPHAN-HEADING
            AFTER ADVANCING 2 LINES
           PERFORM 510-CHECK-ORPHAN THRU 510-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT.
       500-EXIT.

       510-CHECK-ORPHAN.
           MOVE WS-BL-TBL-ITEM (WS-BL-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHANS-LISTED
                   MOVE WS-BL-TBL-ITEM (WS-BL-SUB) TO OR-ITEM-CODE
                   MOVE WS-BL-TBL-STORE (WS-BL-SUB) TO OR-STORE-NO
                   MOVE WS-BL-TBL-AISLE (WS-BL-SUB) TO OR-AISLE
                   MOVE WS-BL-TBL-BAY (WS-BL-SUB) TO OR-BAY
                   MOVE WS-BL-TBL-SHELF (WS-BL-SUB) TO OR-SHELF
                   WRITE REPORT-RECORD FROM ORPHAN-LINE
                    AFTER ADVANCING 1 LINE
           END-READ.
       510-EXIT.

      ******************************************************************
      * 900-END-OF-JOB-RTN WRITES THE COUNT FOOTERS AND CLOSES THE
      * FILES.
      ******************************************************************
       900-END-OF-JOB-RTN.
           MOVE WS-ITEMS-LISTED TO F-ITEMS-LISTED
           MOVE WS-ITEMS-CHECKED TO F-ITEMS-CHECKED
           WRITE REPORT-RECORD FROM FOOTER1
            AFTER ADVANCING 2 LINES
           MOVE WS-ORPHANS-LISTED TO F-ORPHANS-LISTED
           WRITE REPORT-RECORD FROM FOOTER2
            AFTER ADVANCING 1 LINE
           IF WS-INV-OPEN = "YES"
               CLOSE INVENTORY-FILE
           END-IF
           CLOSE BIN-REPORT-FILE
           DISPLAY "ITEMS CHECKED " WS-ITEMS-CHECKED
               " MISSING A LOCATION " WS-ITEMS-LISTED.
       900-EXIT.
