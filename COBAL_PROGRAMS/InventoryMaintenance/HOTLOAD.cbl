       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOTLOAD.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Stolen-property hotlist load. Reads the police department's
      * stolen-property list (one bike per line - serial, make,
      * model, color, case number, date reported, agency) and
      * rebuilds the hotlist PROGRAM1 checks every trade-in serial
      * against (see copybooks/HOTLIST.cpy). Each list received is
      * the department's full current list, so the hotlist is
      * replaced, not added to - a recovered bike drops off by
      * itself.
      *
      * After the load the used-bike intake log is read back and any
      * bike already taken in whose serial is now on the list is
      * printed for the manager - it is in our stock (or sold) and
      * the police need to hear about it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the police department's list.

       SELECT POLICE-LIST-FILE
               ASSIGN TO UT-SYS-POLICELIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICELIST-STATUS.

      * Select statement for the hotlist itself.

       SELECT HOTLIST-FILE
               ASSIGN TO UT-SYS-HOTLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-SERIAL
               FILE STATUS IS WS-HOTLIST-STATUS.

      * Select statement for the used-bike intake log.

       SELECT USED-BIKE-LOG
               ASSIGN TO UT-SYS-USEDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USEDLOG-STATUS.

      * Select statement for the printed load report.

       SELECT LOAD-REPORT-FILE
               ASSIGN TO UT-SYS-HOTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the police department's list - the
      * hotlist layout, with the serial as the department typed it.

       FD  POLICE-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PL-RECORD.
           05 PL-SERIAL                  PIC X(20).
           05 PL-MAKE                    PIC X(15).
           05 PL-MODEL                   PIC X(15).
           05 PL-COLOR                   PIC X(10).
           05 PL-CASE-NUMBER             PIC X(12).
           05 PL-DATE-REPORTED           PIC 9(8).
           05 PL-AGENCY                  PIC X(20).

      * File description for the hotlist.

       FD  HOTLIST-FILE.
           COPY HOTLIST.

      * File description for the used-bike intake log.

       FD  USED-BIKE-LOG.
           COPY USEDBIKE.

      * File description for the printed load report.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-POLICELIST-STATUS            PIC XX.
          05 WS-HOTLIST-STATUS               PIC XX.
          05 WS-USEDLOG-STATUS               PIC XX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-LOADED-COUNT                 PIC 9(5) VALUE 0.
          05 WS-DUPLICATE-COUNT              PIC 9(5) VALUE 0.
          05 WS-BLANK-COUNT                  PIC 9(5) VALUE 0.
          05 WS-MATCH-COUNT                  PIC 9(5) VALUE 0.

      * Serial squeeze work area - the same key PROGRAM1 builds.

       01 WS-SERIAL-WORK.
          05 WS-SERIAL-IN                    PIC X(20).
          05 WS-SERIAL-IN-CHARS REDEFINES WS-SERIAL-IN.
             10 WS-SERIAL-IN-CHAR            PIC X OCCURS 20 TIMES.
          05 WS-SERIAL-KEY                   PIC X(20).
          05 WS-SERIAL-KEY-CHARS REDEFINES WS-SERIAL-KEY.
             10 WS-SERIAL-OUT-CHAR           PIC X OCCURS 20 TIMES.
          05 WS-SERIAL-IN-SUB                PIC 99.
          05 WS-SERIAL-OUT-SUB               PIC 99.

      * Report lines.

       01 HL-HEADING1.
          05                                 PIC X(32)
                  VALUE "STOLEN-PROPERTY HOTLIST LOAD    ".
          05 HLH-DATE                        PIC 9(8).
          05                                 PIC X(40) VALUE SPACES.

       01 HL-COUNT-LINE.
          05 HLC-LABEL                       PIC X(40).
          05 HLC-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(34) VALUE SPACES.

       01 HL-MATCH-HEADING.
          05                                 PIC X(50) VALUE
              "BIKES ALREADY TAKEN IN THAT ARE NOW ON THE LIST - ".
          05                                 PIC X(30) VALUE
              "CALL THE AGENCY".

       01 HL-MATCH-LINE1.
          05 HLM-DATE                        PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05                                 PIC X(4)  VALUE "INV ".
          05 HLM-INVOICE                     PIC 9(6).
          05                                 PIC X     VALUE SPACE.
          05 HLM-ITEM-CODE                   PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 HLM-SERIAL                      PIC X(20).
          05                                 PIC X     VALUE SPACE.
          05 HLM-MAKE                        PIC X(15).
          05                                 PIC X(13) VALUE SPACES.

       01 HL-MATCH-LINE2.
          05                                 PIC X(9)  VALUE SPACES.
          05                                 PIC X(7)  VALUE "SELLER ".
          05 HLM-SELLER                      PIC X(30).
          05                                 PIC X(6)  VALUE " CASE ".
          05 HLM-CASE                        PIC X(12).
          05                                 PIC X     VALUE SPACE.
          05 HLM-AGENCY                      PIC X(15).

      * Files

       01 WS-FILES.
          05 UT-SYS-POLICELIST               PIC X(60)
          VALUE "C:\COBOL\PoliceStolenList.txt".
          05 UT-SYS-HOTLIST                  PIC X(60)
          VALUE "C:\COBOL\StolenHotlist.dat".
          05 UT-SYS-USEDLOG                  PIC X(60)
          VALUE "C:\COBOL\UsedBikeIntake.txt".
          05 UT-SYS-HOTRPT                   PIC X(60)
          VALUE "C:\COBOL\HotlistLoad.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE LIST, THEN CHECKS THE INTAKE LOG
      * AGAINST IT. NO LIST ON HAND LEAVES THE OLD HOTLIST ALONE.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT POLICE-LIST-FILE
           IF WS-POLICELIST-STATUS NOT = "00"
               DISPLAY "NO POLICE STOLEN-PROPERTY LIST ON HAND - "
                   "STATUS " WS-POLICELIST-STATUS
               DISPLAY "HOTLIST LEFT AS IT WAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HOTLIST-FILE
           OPEN OUTPUT LOAD-REPORT-FILE
           MOVE WS-TODAY TO HLH-DATE
           WRITE REPORT-RECORD FROM HL-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 100-LOAD-HOTLIST THRU 100-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           CLOSE POLICE-LIST-FILE
           CLOSE HOTLIST-FILE
           PERFORM 200-CHECK-INTAKE-LOG THRU 200-EXIT
           PERFORM 900-WRITE-COUNTS THRU 900-EXIT
           CLOSE LOAD-REPORT-FILE
           DISPLAY "HOTLIST LOADED: " WS-LOADED-COUNT
               "  INTAKES NOW ON THE LIST: " WS-MATCH-COUNT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-HOTLIST WRITES ONE HOTLIST RECORD PER LIST LINE
      * UNDER THE SQUEEZED SERIAL. A LINE WITH NO SERIAL CANNOT BE
      * MATCHED AND IS COUNTED; A SERIAL ALREADY LOADED KEEPS ITS
      * FIRST ENTRY.
      ******************************************************************
       100-LOAD-HOTLIST.
           READ POLICE-LIST-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 100-EXIT
           END-READ
           MOVE PL-SERIAL TO WS-SERIAL-IN
           PERFORM 800-SQUEEZE-SERIAL THRU 800-EXIT
           IF WS-SERIAL-KEY = SPACES
               ADD 1 TO WS-BLANK-COUNT
               GO TO 100-EXIT
           END-IF
           MOVE WS-SERIAL-KEY TO HL-SERIAL
           MOVE PL-MAKE TO HL-MAKE
           MOVE PL-MODEL TO HL-MODEL
           MOVE PL-COLOR TO HL-COLOR
           MOVE PL-CASE-NUMBER TO HL-CASE-NUMBER
           MOVE PL-DATE-REPORTED TO HL-DATE-REPORTED
           MOVE PL-AGENCY TO HL-AGENCY
           WRITE HL-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       100-EXIT.

      ******************************************************************
      * 200-CHECK-INTAKE-LOG READS THE INTAKE LOG BACK AGAINST THE NEW
      * HOTLIST. AN INTAKE ALREADY HELD AT THE REGISTER IS NOT
      * REPEATED.
      ******************************************************************
       200-CHECK-INTAKE-LOG.
           OPEN INPUT USED-BIKE-LOG
           IF WS-USEDLOG-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           OPEN INPUT HOTLIST-FILE
           WRITE REPORT-RECORD FROM HL-MATCH-HEADING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NO" TO WS-EOF-FLAG
           PERFORM 210-CHECK-ONE-INTAKE THRU 210-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           CLOSE USED-BIKE-LOG
           CLOSE HOTLIST-FILE.
       200-EXIT.

       210-CHECK-ONE-INTAKE.
           READ USED-BIKE-LOG
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 210-EXIT
           END-READ
           IF UBL-POLICE-HOLD OR UBL-SERIAL = SPACES
               GO TO 210-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(UBL-SERIAL) TO WS-SERIAL-IN
           PERFORM 800-SQUEEZE-SERIAL THRU 800-EXIT
           MOVE WS-SERIAL-KEY TO HL-SERIAL
           READ HOTLIST-FILE
               INVALID KEY
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-MATCH-COUNT
           MOVE UBL-DATE TO HLM-DATE
           MOVE UBL-INVOICE-NUMBER TO HLM-INVOICE
           MOVE UBL-ITEM-CODE TO HLM-ITEM-CODE
           MOVE UBL-SERIAL TO HLM-SERIAL
           MOVE UBL-MAKE TO HLM-MAKE
           WRITE REPORT-RECORD FROM HL-MATCH-LINE1
           MOVE UBL-SELLER-NAME TO HLM-SELLER
           MOVE HL-CASE-NUMBER TO HLM-CASE
           MOVE HL-AGENCY TO HLM-AGENCY
           WRITE REPORT-RECORD FROM HL-MATCH-LINE2.
       210-EXIT.

      ******************************************************************
      * 800-SQUEEZE-SERIAL BUILDS THE HOTLIST KEY FROM WS-SERIAL-IN:
      * UPPER CASE, WITH SPACES, DASHES, SLASHES, AND PERIODS DROPPED.
      ******************************************************************
       800-SQUEEZE-SERIAL.
           MOVE FUNCTION UPPER-CASE(WS-SERIAL-IN) TO WS-SERIAL-IN
           MOVE SPACES TO WS-SERIAL-KEY
           MOVE ZEROS TO WS-SERIAL-OUT-SUB
           PERFORM VARYING WS-SERIAL-IN-SUB FROM 1 BY 1
               UNTIL WS-SERIAL-IN-SUB > 20
               IF WS-SERIAL-IN-CHAR (WS-SERIAL-IN-SUB) NOT = SPACE
                   AND WS-SERIAL-IN-CHAR (WS-SERIAL-IN-SUB) NOT = "-"
                   AND WS-SERIAL-IN-CHAR (WS-SERIAL-IN-SUB) NOT = "/"
                   AND WS-SERIAL-IN-CHAR (WS-SERIAL-IN-SUB) NOT = "."
                   ADD 1 TO WS-SERIAL-OUT-SUB
                   MOVE WS-SERIAL-IN-CHAR (WS-SERIAL-IN-SUB)
                       TO WS-SERIAL-OUT-CHAR (WS-SERIAL-OUT-SUB)
               END-IF
           END-PERFORM.
       800-EXIT.

      ******************************************************************
      * 900-WRITE-COUNTS CLOSES THE REPORT WITH THE LOAD COUNTS.
      ******************************************************************
       900-WRITE-COUNTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SERIALS LOADED" TO HLC-LABEL
           MOVE WS-LOADED-COUNT TO HLC-COUNT
           WRITE REPORT-RECORD FROM HL-COUNT-LINE
           MOVE "DUPLICATE SERIALS (FIRST KEPT)" TO HLC-LABEL
           MOVE WS-DUPLICATE-COUNT TO HLC-COUNT
           WRITE REPORT-RECORD FROM HL-COUNT-LINE
           MOVE "LIST LINES WITH NO SERIAL (NOT LOADED)" TO HLC-LABEL
           MOVE WS-BLANK-COUNT TO HLC-COUNT
           WRITE REPORT-RECORD FROM HL-COUNT-LINE
           MOVE "INTAKES NOW ON THE LIST" TO HLC-LABEL
           MOVE WS-MATCH-COUNT TO HLC-COUNT
           WRITE REPORT-RECORD FROM HL-COUNT-LINE.
       900-EXIT.
