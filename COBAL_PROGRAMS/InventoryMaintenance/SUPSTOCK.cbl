       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPSTOCK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Superseded stock report. Reads the item supersessions (see
      * copybooks/SUPERSED.cpy) and the shared inventory file and
      * lists every superseded item code that still has stock on hand
      * at either store - the old stock the registers sell before
      * they switch to the replacement, and the stock that must be
      * sold through, returned, or written off before the old code
      * can be retired. Each line shows both stores' counts, the
      * direct replacement, the current code at the end of the chain,
      * the date the supersession took effect, and the stock's value
      * at its unit cost. Supersessions not yet in effect are not
      * listed.
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

      * Select statement for the item supersession list.

       SELECT SUPERSESSION-FILE
               ASSIGN TO UT-SYS-SUPERSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERSED-STATUS.

      * Select statement for the report output file.

       SELECT SUP-REPORT-FILE
               ASSIGN TO UT-SYS-SUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the item supersession list.

       FD  SUPERSESSION-FILE.
       COPY SUPERSED.

      * File description for the superseded stock report.

       FD  SUP-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-RECORD                      PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INV-OPEN                     PIC XXX VALUE "NO".
          05 WS-SUPERSED-STATUS              PIC XX.
          05 WS-SU-EOF                       PIC XXX VALUE "NO".
          05 WS-SU-SUB                       PIC 999.
          05 WS-SU-SUB2                      PIC 999.
          05 WS-SU-FOUND                     PIC XXX.
          05 WS-SU-HOPS                      PIC 99.
          05 WS-CHAIN-CODE                   PIC X(10).
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-STOCK-QTY                    PIC 9(6).
          05 WS-STOCK-VALUE                  PIC 9(9)V99.
          05 WS-TOTAL-VALUE                  PIC 9(9)V99 VALUE 0.
          05 WS-CODES-CHECKED                PIC 999 VALUE 0.
          05 WS-CODES-LISTED                 PIC 999 VALUE 0.
          COPY RUNDATE.

      * Every supersession in effect by today.

       01 WS-SU-TABLE.
          05 WS-SU-COUNT                     PIC 999 VALUE 0.
          05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SU-COUNT
               INDEXED BY SU-IDX.
             10 WS-SU-TBL-OLD-CODE           PIC X(10).
             10 WS-SU-TBL-NEW-CODE           PIC X(10).
             10 WS-SU-TBL-EFF-DATE           PIC 9(8).

      * Heading 1

       01 HEADING1.
          COPY DATEHDR.
          05                                 PIC X(6)  VALUE SPACES.
          05                                 PIC X(40)
                   VALUE "SUPERSEDED ITEM CODES WITH STOCK ON HAND".
          05                                 PIC X(44) VALUE SPACES.

      * Heading 2

       01 HEADING2.
          05                                 PIC X(12)
                                    VALUE "OLD CODE".
          05                                 PIC X(26)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(14)
                                    VALUE "STORE1 STORE2".
          05                                 PIC X(12)
                                    VALUE "REPLACED BY".
          05                                 PIC X(12)
                                    VALUE "CURRENT CODE".
          05                                 PIC X(10)
                                    VALUE "EFFECTIVE".
          05                                 PIC X(14)
                                    VALUE "  STOCK VALUE".

      * Detail line

       01 DETAIL-LINE.
          05 D-OLD-CODE                      PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-DESCRIPTION                   PIC X(25).
          05                                 PIC X(1)  VALUE SPACES.
          05 D-STORE1                        PIC ZZZZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 D-STORE2                        PIC ZZZZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 D-NEW-CODE                      PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-CHAIN-CODE                    PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-EFF-DATE                      PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-VALUE                         PIC $$,$$$,$$9.99.
          05                                 PIC X(1)  VALUE SPACES.

      * Footer

       01 FOOTER1.
          05                                 PIC X(35)
                   VALUE "*** SUPERSEDED CODES WITH STOCK    ".
          05 F-CODES-LISTED                  PIC ZZ9.
          05                                 PIC X(4)  VALUE " OF ".
          05 F-CODES-CHECKED                 PIC ZZ9.
          05                                 PIC X(4)  VALUE " ***".

       01 FOOTER2.
          05                                 PIC X(35)
                   VALUE "*** VALUE OF SUPERSEDED STOCK      ".
          05 F-TOTAL-VALUE                   PIC $$$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".

      * Files

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".
          05 UT-SYS-SUPRPT                   PIC X(60)
          VALUE "C:\COBOL\SupersededStock.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 050-LOAD-SU-TABLE THRU 050-EXIT
           PERFORM 100-INITIALIZATION-OPEN THRU 100-EXIT
           IF WS-INV-OPEN = "YES"
               PERFORM 400-CHECK-CODE THRU 400-EXIT
                   VARYING WS-SU-SUB FROM 1 BY 1
                   UNTIL WS-SU-SUB > WS-SU-COUNT
           END-IF
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-SU-TABLE READS EVERY SUPERSESSION ALREADY IN EFFECT
      * INTO THE TABLE. NO SUPERSESSION FILE MEANS NOTHING HAS BEEN
      * REPLACED AND AN EMPTY REPORT.
      ******************************************************************
       050-LOAD-SU-TABLE.
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS = "00"
               PERFORM 060-READ-SUPERSESSION THRU 060-EXIT
                   UNTIL WS-SU-EOF = "YES"
               CLOSE SUPERSESSION-FILE
           END-IF.
       050-EXIT.

       060-READ-SUPERSESSION.
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
                       MOVE SU-NEW-CODE
                           TO WS-SU-TBL-NEW-CODE (SU-IDX)
                       MOVE SU-EFFECTIVE-DATE
                           TO WS-SU-TBL-EFF-DATE (SU-IDX)
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
           OPEN OUTPUT SUP-REPORT-FILE
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
      * 400-CHECK-CODE READS THE OLD CODE ON ONE SUPERSESSION AND
      * LISTS IT WHEN EITHER STORE STILL HOLDS STOCK OF IT. AN OLD
      * CODE THAT IS NO LONGER ON THE INVENTORY FILE HAS NOTHING TO
      * SELL THROUGH AND IS PASSED OVER.
      ******************************************************************
       400-CHECK-CODE.
           ADD 1 TO WS-CODES-CHECKED
           MOVE WS-SU-TBL-OLD-CODE (WS-SU-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   GO TO 400-EXIT
           END-READ
           IF INV-QTY-ON-HAND = ZEROS AND INV-QTY-STORE2 = ZEROS
               GO TO 400-EXIT
           END-IF
           PERFORM 410-RESOLVE-CHAIN THRU 410-EXIT
           COMPUTE WS-STOCK-QTY = INV-QTY-ON-HAND + INV-QTY-STORE2
           COMPUTE WS-STOCK-VALUE = WS-STOCK-QTY * INV-UNIT-COST
           ADD WS-STOCK-VALUE TO WS-TOTAL-VALUE
           ADD 1 TO WS-CODES-LISTED
           MOVE INV-CODE TO D-OLD-CODE
           MOVE INV-DESCRIPTION TO D-DESCRIPTION
           MOVE INV-QTY-ON-HAND TO D-STORE1
           MOVE INV-QTY-STORE2 TO D-STORE2
           MOVE WS-SU-TBL-NEW-CODE (WS-SU-SUB) TO D-NEW-CODE
           MOVE WS-CHAIN-CODE TO D-CHAIN-CODE
           MOVE WS-SU-TBL-EFF-DATE (WS-SU-SUB) TO D-EFF-DATE
           MOVE WS-STOCK-VALUE TO D-VALUE
           WRITE REPORT-RECORD FROM DETAIL-LINE
            AFTER ADVANCING 1 LINE.
       400-EXIT.

      ******************************************************************
      * 410-RESOLVE-CHAIN FOLLOWS THE REPLACEMENT DOWN ITS OWN
      * SUPERSESSIONS TO THE CODE THE REGISTERS SELL TODAY. THE HOP
      * LIMIT ONLY GUARDS AGAINST A HAND-EDITED FILE THAT LOOPS -
      * INVMNT WILL NOT BUILD ONE.
      ******************************************************************
       410-RESOLVE-CHAIN.
           MOVE WS-SU-TBL-NEW-CODE (WS-SU-SUB) TO WS-CHAIN-CODE
           MOVE 1 TO WS-SU-HOPS
           MOVE "YES" TO WS-SU-FOUND
           PERFORM 420-FOLLOW-ONE-LINK THRU 420-EXIT
               UNTIL WS-SU-FOUND = "NO" OR WS-SU-HOPS >= 20.
       410-EXIT.

       420-FOLLOW-ONE-LINK.
           MOVE "NO" TO WS-SU-FOUND
           PERFORM VARYING WS-SU-SUB2 FROM 1 BY 1
               UNTIL WS-SU-SUB2 > WS-SU-COUNT
               OR WS-SU-FOUND = "YES"
               IF WS-SU-TBL-OLD-CODE (WS-SU-SUB2) = WS-CHAIN-CODE
                   MOVE WS-SU-TBL-NEW-CODE (WS-SU-SUB2)
                       TO WS-CHAIN-CODE
                   MOVE "YES" TO WS-SU-FOUND
                   ADD 1 TO WS-SU-HOPS
               END-IF
           END-PERFORM.
       420-EXIT.

      ******************************************************************
      * 900-END-OF-JOB-RTN WRITES THE COUNT AND VALUE FOOTERS AND
      * CLOSES THE FILES.
      ******************************************************************
       900-END-OF-JOB-RTN.
           MOVE WS-CODES-LISTED TO F-CODES-LISTED
           MOVE WS-CODES-CHECKED TO F-CODES-CHECKED
           WRITE REPORT-RECORD FROM FOOTER1
            AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-VALUE TO F-TOTAL-VALUE
           WRITE REPORT-RECORD FROM FOOTER2
            AFTER ADVANCING 1 LINE
           IF WS-INV-OPEN = "YES"
               CLOSE INVENTORY-FILE
           END-IF
           CLOSE SUP-REPORT-FILE
           DISPLAY "SUPERSEDED CODES CHECKED " WS-CODES-CHECKED
               " STILL HOLDING STOCK " WS-CODES-LISTED.
       900-EXIT.
