       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALLOTRPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Group allotment fill report. Run nightly, after TRIPENT's day
      * of bookings has been taken off the operators' blocks (see
      * copybooks/ALLOT.cpy). Every block on a departure from today
      * on is listed (AllotmentFill.txt) in operator, region and
      * departure order with the seats contracted, booked, and still
      * available, the fill rate, the seats waitlisted, and the
      * release date with the days left until it. A block is flagged:
      *
      *   RELEASE SOON  seats unsold and the release date within the
      *                 warning days (14) - sell them or lose them
      *   RELEASED      seats unsold and the release date passed -
      *                 the operator has taken them back
      *   OVERSOLD      more seats booked than contracted (the block
      *                 was cut back after it was sold)
      *   WAITLIST      seats free while bookings are waitlisted on
      *                 the block - confirm them through TRIPENT
      *
      * The block totals and the overall fill rate close the report.
      * With no allotment master on hand there is nothing to report
      * and the step ends quietly.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the indexed allotment master.

       SELECT ALLOTMENT-FILE
               ASSIGN TO UT-SYS-ALLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALLOT-STATUS.

      * Select statement for the fill report.

       SELECT FILL-REPORT-FILE
               ASSIGN TO UT-SYS-FILLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLRPT-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the allotment master.

       FD  ALLOTMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY ALLOT.

      * File description for the fill report.

       FD  FILL-REPORT-FILE.
       01  FILL-RECORD                        PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-ALLOT-STATUS                 PIC XX.
          05 WS-FILLRPT-STATUS               PIC XX.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-WARN-DAYS                    PIC 9(3) VALUE 14.
          05 WS-SEATS-LEFT                   PIC S9(5).
          05 WS-DAYS-TO-RELEASE              PIC S9(5).
          05 WS-FILL-PCT                     PIC 9(3)V9.
          05 WS-BLOCK-COUNT                  PIC 9(5) VALUE 0.
          05 WS-FLAG-COUNT                   PIC 9(5) VALUE 0.
          05 WS-TOTAL-CONTRACTED             PIC 9(7) VALUE 0.
          05 WS-TOTAL-BOOKED                 PIC 9(7) VALUE 0.
          05 WS-TOTAL-WAITLISTED             PIC 9(7) VALUE 0.

      * Report lines.

       01 FR-HEADING1.
          05                                 PIC X(40)
                  VALUE "GROUP ALLOTMENT FILL REPORT       AS OF".
          05                                 PIC X     VALUE SPACE.
          05 FRH-DATE                        PIC 9(8).
          05                                 PIC X(31) VALUE SPACES.

       01 FR-HEADING2.
          05                                 PIC X(34)
                  VALUE "OPR RG DEPARTS  CONTR BOOKD AVAIL ".
          05                                 PIC X(33)
                  VALUE " FILL% WAITL RELEASE   DAYS  FLAG".
          05                                 PIC X(13) VALUE SPACES.

       01 FR-DETAIL.
          05 FRD-OPERATOR                    PIC X(3).
          05                                 PIC X     VALUE SPACE.
          05 FRD-REGION                      PIC XX.
          05                                 PIC X     VALUE SPACE.
          05 FRD-DEPARTS                     PIC X(8).
          05                                 PIC X     VALUE SPACE.
          05 FRD-CONTRACTED                  PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 FRD-BOOKED                      PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 FRD-AVAILABLE                   PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 FRD-FILL                        PIC ZZZ9.9.
          05                                 PIC X     VALUE SPACE.
          05 FRD-WAITLISTED                  PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 FRD-RELEASE                     PIC X(8).
          05                                 PIC X     VALUE SPACE.
          05 FRD-DAYS                        PIC -(4)9.
          05 FRD-DAYS-X REDEFINES FRD-DAYS
                                             PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 FRD-FLAG                        PIC X(12).
          05                                 PIC X(5)  VALUE SPACES.

       01 FR-FOOTER1.
          05                                 PIC X(9)  VALUE "BLOCKS:".
          05 FRF-BLOCKS                      PIC ZZZZ9.
          05                                 PIC X(14)
                  VALUE "  CONTRACTED:".
          05 FRF-CONTRACTED                  PIC Z,ZZZ,ZZ9.
          05                                 PIC X(10)
                  VALUE "  BOOKED:".
          05 FRF-BOOKED                      PIC Z,ZZZ,ZZ9.
          05                                 PIC X(8)  VALUE "  FILL:".
          05 FRF-FILL                        PIC ZZZ9.9.
          05                                 PIC X     VALUE "%".
          05                                 PIC X(9)  VALUE SPACES.

       01 FR-FOOTER2.
          05                                 PIC X(13)
                  VALUE "WAITLISTED:".
          05 FRF-WAITLISTED                  PIC Z,ZZZ,ZZ9.
          05                                 PIC X(18)
                  VALUE "  BLOCKS FLAGGED:".
          05 FRF-FLAGGED                     PIC ZZZZ9.
          05                                 PIC X(35) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-ALLOT                    PIC X(60)
          VALUE "C:\COBOL\AllotmentMaster.dat".
          05 UT-SYS-FILLRPT                  PIC X(60)
          VALUE "C:\COBOL\AllotmentFill.txt".

      * The business date the blocks are reported against (see
      * copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE READS THE ALLOTMENT MASTER IN KEY ORDER AND
      * REPORTS EVERY BLOCK ON A DEPARTURE STILL TO COME.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT ALLOTMENT-FILE
           IF WS-ALLOT-STATUS NOT = "00"
               DISPLAY "NO ALLOTMENT MASTER ON HAND - STATUS "
                   WS-ALLOT-STATUS " - NOTHING TO REPORT"
               STOP RUN
           END-IF
           OPEN OUTPUT FILL-REPORT-FILE
           MOVE WS-TODAY TO FRH-DATE
           WRITE FILL-RECORD FROM FR-HEADING1
           MOVE SPACES TO FILL-RECORD
           WRITE FILL-RECORD
           WRITE FILL-RECORD FROM FR-HEADING2
           PERFORM 200-READ-BLOCK THRU 200-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           PERFORM 500-WRITE-TOTALS THRU 500-EXIT
           CLOSE ALLOTMENT-FILE
           CLOSE FILL-REPORT-FILE
           DISPLAY "ALLOTMENT BLOCKS REPORTED " WS-BLOCK-COUNT
               " FLAGGED " WS-FLAG-COUNT
       STOP RUN.

       200-READ-BLOCK.
           READ ALLOTMENT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 200-EXIT
           END-READ
           IF AL-DEPART-DATE NOT NUMERIC
               GO TO 200-EXIT
           END-IF
           IF AL-DEPART-DATE < WS-TODAY
               GO TO 200-EXIT
           END-IF
           PERFORM 300-REPORT-BLOCK THRU 300-EXIT.
       200-EXIT.

      ******************************************************************
      * 300-REPORT-BLOCK FIGURES THE BLOCK'S AVAILABLE SEATS, FILL
      * RATE, AND DAYS TO RELEASE, FLAGS IT, AND PRINTS ITS LINE.
      ******************************************************************
       300-REPORT-BLOCK.
           MOVE SPACES TO FRD-FLAG
           COMPUTE WS-SEATS-LEFT =
               AL-SEATS-CONTRACTED - AL-SEATS-BOOKED
           IF WS-SEATS-LEFT < ZEROS
               MOVE ZEROS TO WS-SEATS-LEFT
               MOVE "OVERSOLD" TO FRD-FLAG
           END-IF
           IF AL-SEATS-CONTRACTED > ZEROS
               COMPUTE WS-FILL-PCT ROUNDED =
                   AL-SEATS-BOOKED * 100 / AL-SEATS-CONTRACTED
           ELSE
               MOVE ZEROS TO WS-FILL-PCT
           END-IF
           IF AL-RELEASE-DATE NUMERIC AND AL-RELEASE-DATE > ZEROS
               COMPUTE WS-DAYS-TO-RELEASE =
                   FUNCTION INTEGER-OF-DATE (AL-RELEASE-DATE)
                   - WS-TODAY-INT
               MOVE AL-RELEASE-DATE TO FRD-RELEASE
               MOVE WS-DAYS-TO-RELEASE TO FRD-DAYS
               PERFORM 350-FLAG-RELEASE THRU 350-EXIT
           ELSE
               MOVE SPACES TO FRD-RELEASE FRD-DAYS-X
           END-IF
           IF FRD-FLAG = SPACES
               AND WS-SEATS-LEFT > ZEROS
               AND AL-SEATS-WAITLISTED > ZEROS
               MOVE "WAITLIST" TO FRD-FLAG
           END-IF
           IF FRD-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           MOVE AL-TOUR-OPERATOR TO FRD-OPERATOR
           MOVE AL-REGION-NO TO FRD-REGION
           MOVE AL-DEPART-DATE TO FRD-DEPARTS
           MOVE AL-SEATS-CONTRACTED TO FRD-CONTRACTED
           MOVE AL-SEATS-BOOKED TO FRD-BOOKED
           MOVE WS-SEATS-LEFT TO FRD-AVAILABLE
           MOVE WS-FILL-PCT TO FRD-FILL
           MOVE AL-SEATS-WAITLISTED TO FRD-WAITLISTED
           WRITE FILL-RECORD FROM FR-DETAIL
           ADD 1 TO WS-BLOCK-COUNT
           ADD AL-SEATS-CONTRACTED TO WS-TOTAL-CONTRACTED
           ADD AL-SEATS-BOOKED TO WS-TOTAL-BOOKED
           ADD AL-SEATS-WAITLISTED TO WS-TOTAL-WAITLISTED.
       300-EXIT.

      ******************************************************************
      * 350-FLAG-RELEASE FLAGS A BLOCK WITH SEATS UNSOLD THAT IS PAST
      * ITS RELEASE DATE OR WITHIN THE WARNING DAYS OF IT.
      ******************************************************************
       350-FLAG-RELEASE.
           IF WS-SEATS-LEFT = ZEROS
               GO TO 350-EXIT
           END-IF
           IF WS-DAYS-TO-RELEASE < ZEROS
               MOVE "RELEASED" TO FRD-FLAG
               GO TO 350-EXIT
           END-IF
           IF WS-DAYS-TO-RELEASE NOT > WS-WARN-DAYS
               MOVE "RELEASE SOON" TO FRD-FLAG
           END-IF.
       350-EXIT.

      ******************************************************************
      * 500-WRITE-TOTALS CLOSES THE REPORT WITH THE BLOCK TOTALS AND
      * THE OVERALL FILL RATE.
      ******************************************************************
       500-WRITE-TOTALS.
           MOVE SPACES TO FILL-RECORD
           WRITE FILL-RECORD
           MOVE WS-BLOCK-COUNT TO FRF-BLOCKS
           MOVE WS-TOTAL-CONTRACTED TO FRF-CONTRACTED
           MOVE WS-TOTAL-BOOKED TO FRF-BOOKED
           IF WS-TOTAL-CONTRACTED > ZEROS
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-TOTAL-BOOKED * 100 / WS-TOTAL-CONTRACTED
           ELSE
               MOVE ZEROS TO WS-FILL-PCT
           END-IF
           MOVE WS-FILL-PCT TO FRF-FILL
           WRITE FILL-RECORD FROM FR-FOOTER1
           MOVE WS-TOTAL-WAITLISTED TO FRF-WAITLISTED
           MOVE WS-FLAG-COUNT TO FRF-FLAGGED
           WRITE FILL-RECORD FROM FR-FOOTER2.
       500-EXIT.
