       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITSHORT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Kit shortage report. Reads the kit definitions (see copybooks/
      * KITDEF.cpy) and the shared inventory file and lists every kit
      * (package) item that cannot be sold at one store or the other
      * because a component is short - the register refuses a kit
      * unless the signed-on store holds every component it needs.
      * Under each such kit the short components are listed with the
      * quantity one kit takes and each store's on-hand count, so
      * purchasing or a stock transfer can put the package back on
      * the floor. Kits every store can still sell are not listed.
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

      * Select statement for the kit definitions.

       SELECT KIT-FILE
               ASSIGN TO UT-SYS-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITDEF-STATUS.

      * Select statement for the shortage report output file.

       SELECT KIT-REPORT-FILE
               ASSIGN TO UT-SYS-KITRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the kit definitions.

       FD  KIT-FILE.
       COPY KITDEF.

      * File description for the shortage report.

       FD  KIT-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REPORT-RECORD                      PIC X(70).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INV-OPEN                     PIC XXX VALUE "NO".
          05 WS-KITDEF-STATUS                PIC XX.
          05 WS-KIT-EOF                      PIC XXX VALUE "NO".
          05 WS-KIT-SUB                      PIC 999.
          05 WS-COMP-SUB                     PIC 999.
          05 WS-SEEN-SUB                     PIC 999.
          05 WS-KIT-SEEN                     PIC XXX.
          05 WS-CUR-KIT                      PIC X(10).
          05 WS-PER-KIT                      PIC 99.
          05 WS-SHORT-S1                     PIC XXX.
          05 WS-SHORT-S2                     PIC XXX.
          05 WS-KITS-CHECKED                 PIC 999 VALUE 0.
          05 WS-KITS-SHORT                   PIC 999 VALUE 0.
          COPY RUNDATE.

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

      * Heading 1

       01 HEADING1.
          COPY DATEHDR.
          05                                 PIC X(6)  VALUE SPACES.
          05                                 PIC X(38)
                   VALUE "KITS THAT CANNOT BE SOLD - SHORT STOCK".
          05                                 PIC X(16) VALUE SPACES.

      * Heading 2

       01 HEADING2.
          05                                 PIC X(16)
                                    VALUE "KIT / COMPONENT".
          05                                 PIC X(31)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(23)
                                    VALUE "PER KIT STORE 1 STORE 2".

      * Kit line

       01 KIT-LINE.
          05 K-KIT-CODE                      PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 K-DESCRIPTION                   PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(16)
                                    VALUE "NOT SELLABLE AT ".
          05 K-WHERE                         PIC X(15).

      * Short component line

       01 COMP-LINE.
          05                                 PIC X(4)  VALUE SPACES.
          05 C-COMP-CODE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 C-DESCRIPTION                   PIC X(25).
          05                                 PIC X(7)  VALUE SPACES.
          05 C-PER-KIT                       PIC Z9.
          05                                 PIC X(3)  VALUE SPACES.
          05 C-STORE1                        PIC ZZZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 C-STORE2                        PIC ZZZZ9.
          05                                 PIC X(4)  VALUE SPACES.

      * Footer

       01 FOOTER1.
          05                                 PIC X(29)
                   VALUE "*** KITS THAT CANNOT BE SOLD ".
          05 F-KITS-SHORT                    PIC ZZ9.
          05                                 PIC X(4)  VALUE " OF ".
          05 F-KITS-CHECKED                  PIC ZZ9.
          05                                 PIC X(4)  VALUE " ***".

      * Files

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-KITDEF                   PIC X(60)
          VALUE "C:\COBOL\KitDefs.txt".
          05 UT-SYS-KITRPT                   PIC X(60)
          VALUE "C:\COBOL\KitShortage.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 050-LOAD-KIT-TABLE THRU 050-EXIT
           PERFORM 100-INITIALIZATION-OPEN THRU 100-EXIT
           IF WS-INV-OPEN = "YES"
               PERFORM 400-CHECK-KIT THRU 400-EXIT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
           END-IF
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-KIT-TABLE READS EVERY KIT COMPONENT LINE INTO THE
      * TABLE. NO KIT FILE MEANS NO KITS AND AN EMPTY REPORT.
      ******************************************************************
       050-LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE
           IF WS-KITDEF-STATUS = "00"
               PERFORM 060-READ-KIT THRU 060-EXIT
                   UNTIL WS-KIT-EOF = "YES"
               CLOSE KIT-FILE
           END-IF.
       050-EXIT.

       060-READ-KIT.
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
           OPEN OUTPUT KIT-REPORT-FILE
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
      * 400-CHECK-KIT TAKES EACH KIT ONCE - AT THE FIRST OF ITS LINES,
      * SINCE A KIT'S COMPONENTS NEED NOT SIT TOGETHER ON THE FILE -
      * AND WORKS OUT WHETHER EACH STORE HAS EVERY COMPONENT FOR ONE
      * KIT. A SHORT KIT IS LISTED WITH ITS SHORT COMPONENTS.
      ******************************************************************
       400-CHECK-KIT.
           MOVE WS-KIT-TBL-KIT-CODE (WS-KIT-SUB) TO WS-CUR-KIT
           MOVE "NO" TO WS-KIT-SEEN
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB >= WS-KIT-SUB
               IF WS-KIT-TBL-KIT-CODE (WS-SEEN-SUB) = WS-CUR-KIT
                   MOVE "YES" TO WS-KIT-SEEN
               END-IF
           END-PERFORM
           IF WS-KIT-SEEN = "YES"
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-KITS-CHECKED
           MOVE "NO" TO WS-SHORT-S1 WS-SHORT-S2
           PERFORM 410-CHECK-COMPONENT THRU 410-EXIT
               VARYING WS-COMP-SUB FROM WS-KIT-SUB BY 1
               UNTIL WS-COMP-SUB > WS-KIT-COUNT
           IF WS-SHORT-S1 = "NO" AND WS-SHORT-S2 = "NO"
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-KITS-SHORT
           PERFORM 500-WRITE-KIT-LINE THRU 500-EXIT
           PERFORM 420-LIST-SHORT-COMPONENT THRU 420-EXIT
               VARYING WS-COMP-SUB FROM WS-KIT-SUB BY 1
               UNTIL WS-COMP-SUB > WS-KIT-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.

      ******************************************************************
      * 410-CHECK-COMPONENT MARKS EACH STORE THAT CANNOT COVER ONE KIT'S
      * WORTH OF THIS COMPONENT. A COMPONENT NO LONGER ON THE
      * INVENTORY FILE LEAVES THE KIT UNSELLABLE EVERYWHERE.
      ******************************************************************
       410-CHECK-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WS-COMP-SUB) NOT = WS-CUR-KIT
               GO TO 410-EXIT
           END-IF
           PERFORM 430-READ-COMPONENT THRU 430-EXIT
           IF INV-QTY-ON-HAND < WS-PER-KIT
               MOVE "YES" TO WS-SHORT-S1
           END-IF
           IF INV-QTY-STORE2 < WS-PER-KIT
               MOVE "YES" TO WS-SHORT-S2
           END-IF.
       410-EXIT.

      ******************************************************************
      * 420-LIST-SHORT-COMPONENT WRITES A LINE FOR EACH COMPONENT OF
      * THE KIT THAT ONE STORE OR THE OTHER IS SHORT OF.
      ******************************************************************
       420-LIST-SHORT-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WS-COMP-SUB) NOT = WS-CUR-KIT
               GO TO 420-EXIT
           END-IF
           PERFORM 430-READ-COMPONENT THRU 430-EXIT
           IF INV-QTY-ON-HAND NOT < WS-PER-KIT
               AND INV-QTY-STORE2 NOT < WS-PER-KIT
               GO TO 420-EXIT
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WS-COMP-SUB) TO C-COMP-CODE
           MOVE INV-DESCRIPTION TO C-DESCRIPTION
           MOVE WS-PER-KIT TO C-PER-KIT
           MOVE INV-QTY-ON-HAND TO C-STORE1
           MOVE INV-QTY-STORE2 TO C-STORE2
           WRITE REPORT-RECORD FROM COMP-LINE
            AFTER ADVANCING 1 LINE.
       420-EXIT.

      ******************************************************************
      * 430-READ-COMPONENT READS THE COMPONENT ON THE LINE AT
      * WS-COMP-SUB AND SETS HOW MANY ONE KIT TAKES (A BIKE IS ALWAYS
      * ONE). A MISSING RECORD READS AS NOTHING ON HAND ANYWHERE.
      ******************************************************************
       430-READ-COMPONENT.
           MOVE WS-KIT-TBL-COMP-QTY (WS-COMP-SUB) TO WS-PER-KIT
           IF WS-KIT-TBL-COMP-TYPE (WS-COMP-SUB) = "B"
               MOVE 1 TO WS-PER-KIT
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WS-COMP-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO INV-DESCRIPTION
                   MOVE ZEROS TO INV-QTY-ON-HAND INV-QTY-STORE2
           END-READ.
       430-EXIT.

      ******************************************************************
      * 500-WRITE-KIT-LINE WRITES THE KIT'S OWN LINE, SAYING WHICH
      * STORE (OR BOTH) CANNOT SELL IT.
      ******************************************************************
       500-WRITE-KIT-LINE.
           MOVE WS-CUR-KIT TO K-KIT-CODE INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "*** KIT NOT ON FILE ***" TO INV-DESCRIPTION
           END-READ
           MOVE INV-DESCRIPTION TO K-DESCRIPTION
           IF WS-SHORT-S1 = "YES" AND WS-SHORT-S2 = "YES"
               MOVE "EITHER STORE" TO K-WHERE
           ELSE
               IF WS-SHORT-S1 = "YES"
                   MOVE "STORE 1" TO K-WHERE
               ELSE
                   MOVE "STORE 2" TO K-WHERE
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM KIT-LINE
            AFTER ADVANCING 1 LINE.
       500-EXIT.

      ******************************************************************
      * 900-END-OF-JOB-RTN WRITES THE KIT COUNT FOOTER AND CLOSES THE
      * FILES.
      ******************************************************************
       900-END-OF-JOB-RTN.
           MOVE WS-KITS-SHORT TO F-KITS-SHORT
           MOVE WS-KITS-CHECKED TO F-KITS-CHECKED
           WRITE REPORT-RECORD FROM FOOTER1
            AFTER ADVANCING 2 LINES
           IF WS-INV-OPEN = "YES"
               CLOSE INVENTORY-FILE
           END-IF
           CLOSE KIT-REPORT-FILE
           DISPLAY "KITS CHECKED " WS-KITS-CHECKED
               " CANNOT BE SOLD " WS-KITS-SHORT.
       900-EXIT.
