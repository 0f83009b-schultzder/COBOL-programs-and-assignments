       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZIPLOAD.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * ZIP code reference load. Reads the postal ZIP list (one ZIP
      * per line - ZIP, city, state) and rebuilds the ZIP reference
      * the client address check reads (see copybooks/ZIPREF.cpy
      * and the shared ZIPCHK subprogram). Each list received is the
      * full current list, so the reference is replaced, not added
      * to - a retired ZIP drops off by itself.
      *
      * The postal list gives some ZIPs more than one city name; the
      * first line for a ZIP is its primary name and is the one kept.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the postal ZIP list.

       SELECT POSTAL-LIST-FILE
               ASSIGN TO UT-SYS-POSTLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTLIST-STATUS.

      * Select statement for the ZIP reference itself.

       SELECT ZIP-REFERENCE-FILE
               ASSIGN TO UT-SYS-ZIPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZR-ZIP
               FILE STATUS IS WS-ZIPREF-STATUS.

      * Select statement for the printed load report.

       SELECT LOAD-REPORT-FILE
               ASSIGN TO UT-SYS-ZIPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the postal ZIP list.

       FD  POSTAL-LIST-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PZ-RECORD.
           05 PZ-ZIP                     PIC X(5).
           05 PZ-CITY                    PIC X(28).
           05 PZ-STATE                   PIC XX.
           05 PZ-FILLER                  PIC X(5).

      * File description for the ZIP reference.

       FD  ZIP-REFERENCE-FILE.
           COPY ZIPREF.

      * File description for the printed load report.

       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-POSTLIST-STATUS              PIC XX.
          05 WS-ZIPREF-STATUS                PIC XX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-LOADED-COUNT                 PIC 9(6) VALUE 0.
          05 WS-DUPLICATE-COUNT              PIC 9(6) VALUE 0.
          05 WS-BAD-COUNT                    PIC 9(6) VALUE 0.

      * Report lines.

       01 ZL-HEADING1.
          05                                 PIC X(32)
                  VALUE "ZIP CODE REFERENCE LOAD         ".
          05 ZLH-DATE                        PIC 9(8).
          05                                 PIC X(40) VALUE SPACES.

       01 ZL-REJECT-LINE.
          05                                 PIC X(9)
                                    VALUE "REJECTED ".
          05 ZLR-LINE                        PIC X(40).
          05                                 PIC X     VALUE SPACE.
          05 ZLR-REASON                      PIC X(30).

       01 ZL-COUNT-LINE.
          05 ZLC-LABEL                       PIC X(40).
          05 ZLC-COUNT                       PIC ZZZ,ZZ9.
          05                                 PIC X(33) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-POSTLIST                 PIC X(60)
          VALUE "C:\COBOL\PostalZipList.txt".
          05 UT-SYS-ZIPREF                   PIC X(60)
          VALUE "C:\COBOL\ZipReference.dat".
          05 UT-SYS-ZIPRPT                   PIC X(60)
          VALUE "C:\COBOL\ZipLoad.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE LIST. NO LIST ON HAND LEAVES THE
      * OLD REFERENCE ALONE.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT POSTAL-LIST-FILE
           IF WS-POSTLIST-STATUS NOT = "00"
               DISPLAY "NO POSTAL ZIP LIST ON HAND - STATUS "
                   WS-POSTLIST-STATUS
               DISPLAY "ZIP REFERENCE LEFT AS IT WAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ZIP-REFERENCE-FILE
           OPEN OUTPUT LOAD-REPORT-FILE
           MOVE WS-TODAY TO ZLH-DATE
           WRITE REPORT-RECORD FROM ZL-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 100-LOAD-ZIP THRU 100-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           CLOSE POSTAL-LIST-FILE
           CLOSE ZIP-REFERENCE-FILE
           PERFORM 900-WRITE-COUNTS THRU 900-EXIT
           CLOSE LOAD-REPORT-FILE
           DISPLAY "ZIP REFERENCE LOADED: " WS-LOADED-COUNT
               "  REJECTED: " WS-BAD-COUNT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-ZIP WRITES ONE REFERENCE RECORD PER LIST LINE, CITY
      * AND STATE UPPER-CASED. A LINE WITHOUT A FIVE-DIGIT ZIP OR A
      * TWO-LETTER STATE IS PRINTED AND SKIPPED; A ZIP ALREADY LOADED
      * KEEPS ITS FIRST (PRIMARY) CITY.
      ******************************************************************
       100-LOAD-ZIP.
           READ POSTAL-LIST-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 100-EXIT
           END-READ
           MOVE FUNCTION UPPER-CASE(PZ-STATE) TO PZ-STATE
           IF PZ-ZIP NOT NUMERIC
               MOVE "ZIP NOT FIVE DIGITS" TO ZLR-REASON
               PERFORM 110-REJECT-LINE THRU 110-EXIT
               GO TO 100-EXIT
           END-IF
           IF PZ-STATE NOT ALPHABETIC OR PZ-STATE (1:1) = SPACE
               OR PZ-STATE (2:1) = SPACE
               MOVE "STATE NOT TWO LETTERS" TO ZLR-REASON
               PERFORM 110-REJECT-LINE THRU 110-EXIT
               GO TO 100-EXIT
           END-IF
           MOVE SPACES TO ZR-RECORD
           MOVE PZ-ZIP TO ZR-ZIP
           MOVE FUNCTION UPPER-CASE(PZ-CITY) TO ZR-CITY
           MOVE PZ-STATE TO ZR-STATE
           WRITE ZR-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       100-EXIT.

       110-REJECT-LINE.
           MOVE PZ-RECORD TO ZLR-LINE
           WRITE REPORT-RECORD FROM ZL-REJECT-LINE
           ADD 1 TO WS-BAD-COUNT.
       110-EXIT.

      ******************************************************************
      * 900-WRITE-COUNTS CLOSES THE REPORT WITH THE LOAD COUNTS.
      ******************************************************************
       900-WRITE-COUNTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ZIP CODES LOADED" TO ZLC-LABEL
           MOVE WS-LOADED-COUNT TO ZLC-COUNT
           WRITE REPORT-RECORD FROM ZL-COUNT-LINE
           MOVE "ALTERNATE CITY NAMES (PRIMARY KEPT)" TO ZLC-LABEL
           MOVE WS-DUPLICATE-COUNT TO ZLC-COUNT
           WRITE REPORT-RECORD FROM ZL-COUNT-LINE
           MOVE "LIST LINES REJECTED (NOT LOADED)" TO ZLC-LABEL
           MOVE WS-BAD-COUNT TO ZLC-COUNT
           WRITE REPORT-RECORD FROM ZL-COUNT-LINE.
       900-EXIT.
