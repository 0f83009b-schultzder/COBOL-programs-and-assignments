       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DOCCHECK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Pre-departure travel document check. Run nightly. Travelers
      * have been turned away at the airport on a passport that ran
      * out inside the six months their destination asks for; this
      * step puts every active booking in front of the agent twice -
      * when its departure is 60 days off, and again at 14 days -
      * with each traveler (see copybooks/PAXFD.cpy) held against
      * the trip date and the region's entry rules on the shared
      * region table (see copybooks/REGIONFD.cpy, set in REGIONMNT).
      * A traveler is flagged for:
      *
      *   - no date of birth on file
      *   - no document expiry date or issuing country on file
      *   - a document already expired, expiring before the trip,
      *     or expiring inside the region's months of validity past
      *     the trip date (six when the region has none set)
      *   - a minor (under 18 on the trip date) with no adult on
      *     the same booking
      *
      * A booking with no travelers keyed is flagged as such, and a
      * booking to a region that needs a visa says so. Bookings with
      * nothing to call about are left off DocCheck.txt.
      *
      * The 60- and 14-day points are caught for every departure
      * whose point fell after the last run, up to and including
      * the business date, so a night the cycle did not run is not
      * a booking missed. The last run date is kept on
      * DocCheckCtl.txt with the one before it, so a rerun of the
      * same night prints the same list. With no booking master on
      * hand there is nothing to check and the step ends quietly.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
              ASSIGN TO UT-SYS-BOOKING
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BK-BOOKING-NO
              FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the passenger file.

       SELECT PASSENGER-FILE
              ASSIGN TO UT-SYS-PAXFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAXFILE-STATUS.

      * Select statement for the shared region table.

       SELECT REGION-TABLE-FILE
              ASSIGN TO UT-SYS-REGION
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGION-STATUS.

      * Select statement for the last-run control file.

       SELECT DOC-CONTROL-FILE
              ASSIGN TO UT-SYS-DOCCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOCCTL-STATUS.

      * Select statement for the document check report.

       SELECT DOC-REPORT-FILE
              ASSIGN TO UT-SYS-DOCRPT
              ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the passenger file.

       FD  PASSENGER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY PAXFD.

      * File description for the shared region table.

       FD  REGION-TABLE-FILE.
       COPY REGIONFD.

      * File description for the last-run control file - the last
      * run date and the run date before it.

       FD  DOC-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  DOCCTL-RECORD.
           05 DOCCTL-LAST-RUN                PIC 9(8).
           05 DOCCTL-PRIOR-RUN               PIC 9(8).

      * File description for the document check report.

       FD  DOC-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-RECORD                     PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-PAXFILE-STATUS               PIC XX.
          05 WS-REGION-STATUS                PIC XX.
          05 WS-DOCCTL-STATUS                PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-PAX-EOF                      PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-LAST-RUN                     PIC 9(8) VALUE 0.
          05 WS-PRIOR-RUN                    PIC 9(8) VALUE 0.
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-FROM-INT                     PIC 9(8).
          05 WS-TRIP-INT                     PIC 9(8).
          05 WS-POINT-INT                    PIC 9(8).
          05 WS-DAYS-TO-DEP                  PIC S9(5).
          05 WS-NOTICE                       PIC X(6).
          05 WS-MIN-MONTHS                   PIC 99.
          05 WS-VISA                         PIC X.
          05 WS-REGION-TITLE                 PIC X(15).
          05 WS-VALID-TO                     PIC 9(8).
          05 WS-MONTH-COUNT                  PIC 9(6).
          05 WS-AGE                          PIC 9(4).
          05 WS-ADULTS                       PIC 99.
          05 WS-BOOKING-PAX                  PIC 99.
          05 WS-PAX-SUB                      PIC 9(4).
          05 WS-HEADER-DONE                  PIC XXX.
          05 WS-MESSAGE                      PIC X(40).
          05 WS-MONTHS-ED                    PIC Z9.
          05 WS-CHECKED-COUNT                PIC 9(5) VALUE 0.
          05 WS-FLAGGED-COUNT                PIC 9(5) VALUE 0.
          05 WS-EXCEPTION-COUNT              PIC 9(5) VALUE 0.
          COPY REGIONCT.

      * The trip date and the validity date built from it.

       01 WS-DATE-WORK.
          05 WS-TRIP-NUM                     PIC 9(8).
          05 WS-TRIP-PARTS REDEFINES WS-TRIP-NUM.
             10 WS-TRIP-YYYY                 PIC 9(4).
             10 WS-TRIP-MM                   PIC 99.
             10 WS-TRIP-DD                   PIC 99.
          05 WS-VALID-YYYY                   PIC 9(4).
          05 WS-VALID-MM                     PIC 99.

      * The passenger file loaded whole; bookings then pull their
      * travelers by booking number.

       01 WS-PAX-TABLE.
          05 WS-PX-COUNT                     PIC 9(4) VALUE 0.
          05 WS-PX-ENTRIES OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-PX-COUNT.
             10 WS-PX-BOOKING                PIC 9(6).
             10 WS-PX-NAME                   PIC X(25).
             10 WS-PX-BIRTH                  PIC X(8).
             10 WS-PX-BIRTH-NUM REDEFINES WS-PX-BIRTH
                                             PIC 9(8).
             10 WS-PX-DOC-TYPE               PIC XX.
             10 WS-PX-DOC-NUMBER             PIC X(15).
             10 WS-PX-DOC-EXPIRY             PIC X(8).
             10 WS-PX-EXPIRY-NUM REDEFINES WS-PX-DOC-EXPIRY
                                             PIC 9(8).
             10 WS-PX-DOC-COUNTRY            PIC X(3).

      * Shared region-number/region-name lookup table.

       COPY REGIONTB.

      * Report lines.

       01 DC-HEADING1.
          05                                 PIC X(40) VALUE
               "PRE-DEPARTURE DOCUMENT CHECK - PRINTED  ".
          05 DCH-DATE                        PIC 9(8).
          05                                 PIC X(30) VALUE
               "  DEPARTURES AT 60/14 DAYS OUT".
          05                                 PIC X(7)  VALUE " SINCE ".
          05 DCH-FROM                        PIC 9(8).
          05                                 PIC X(7)  VALUE SPACES.

       01 DC-BOOKING-LINE.
          05                                 PIC X(8)
                                             VALUE "BOOKING ".
          05 DCB-BOOKING-NO                  PIC 9(6).
          05                                 PIC X     VALUE SPACES.
          05 DCB-CLIENT                      PIC X(5).
          05                                 PIC X     VALUE SPACES.
          05 DCB-NAME                        PIC X(17).
          05                                 PIC X(8)
                                             VALUE " REGION ".
          05 DCB-REGION                      PIC XX.
          05                                 PIC X     VALUE SPACES.
          05 DCB-REGION-TITLE                PIC X(15).
          05                                 PIC X(9)
                                             VALUE " DEPARTS ".
          05 DCB-DATE                        PIC X(8).
          05                                 PIC X     VALUE SPACES.
          05 DCB-DAYS                        PIC ZZ9.
          05                                 PIC X(6)  VALUE " DAYS ".
          05 DCB-NOTICE                      PIC X(6).
          05                                 PIC X(3)  VALUE SPACES.

       01 DC-EXCEPTION-LINE.
          05                                 PIC X(3)  VALUE SPACES.
          05 DCE-NAME                        PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 DCE-BIRTH                       PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 DCE-DOC-TYPE                    PIC XX.
          05                                 PIC X     VALUE SPACES.
          05 DCE-DOC-NUMBER                  PIC X(15).
          05                                 PIC X     VALUE SPACES.
          05 DCE-EXPIRY                      PIC X(8).
          05                                 PIC X     VALUE SPACES.
          05 DCE-COUNTRY                     PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 DCE-MESSAGE                     PIC X(27).

       01 DC-FOOTER.
          05                                 PIC X(18)
                                    VALUE "BOOKINGS CHECKED: ".
          05 DCF-CHECKED                     PIC ZZZZ9.
          05                                 PIC X(12)
                                    VALUE "  FLAGGED:  ".
          05 DCF-FLAGGED                     PIC ZZZZ9.
          05                                 PIC X(15)
                                    VALUE "  EXCEPTIONS:  ".
          05 DCF-EXCEPTIONS                  PIC ZZZZ9.
          05                                 PIC X(40) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-PAXFILE                  PIC X(60)
          VALUE "C:\COBOL\Passengers.txt".
          05 UT-SYS-REGION                   PIC X(60)
          VALUE "C:\COBOL\RegionTable.txt".
          05 UT-SYS-DOCCTL                   PIC X(60)
          VALUE "C:\COBOL\DocCheckCtl.txt".
          05 UT-SYS-DOCRPT                   PIC X(60)
          VALUE "C:\COBOL\DocCheck.txt".

      * The business date the departures are counted from (see
      * copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE WORKS OUT THE DAYS SINCE THE LAST RUN, LOADS
      * THE REGIONS AND TRAVELERS, AND CHECKS EVERY ACTIVE BOOKING
      * WHOSE 60- OR 14-DAY POINT FELL IN THAT SPAN.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS " - NOTHING TO CHECK"
               STOP RUN
           END-IF
           PERFORM 050-READ-CONTROL THRU 050-EXIT
           PERFORM 100-LOAD-REGION-TABLE THRU 100-EXIT
           PERFORM 150-LOAD-PASSENGERS THRU 150-EXIT
           OPEN OUTPUT DOC-REPORT-FILE
           MOVE WS-TODAY TO DCH-DATE
           MOVE WS-FROM-DATE TO DCH-FROM
           WRITE REPORT-RECORD FROM DC-HEADING1
           PERFORM 200-READ-BOOKING THRU 200-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           MOVE WS-CHECKED-COUNT TO DCF-CHECKED
           MOVE WS-FLAGGED-COUNT TO DCF-FLAGGED
           MOVE WS-EXCEPTION-COUNT TO DCF-EXCEPTIONS
           WRITE REPORT-RECORD FROM DC-FOOTER
            AFTER ADVANCING 2 LINES
           CLOSE BOOKING-FILE
           CLOSE DOC-REPORT-FILE
           PERFORM 900-WRITE-CONTROL THRU 900-EXIT
           DISPLAY "DOCUMENT CHECK - BOOKINGS CHECKED "
               WS-CHECKED-COUNT " FLAGGED " WS-FLAGGED-COUNT
       STOP RUN.

      ******************************************************************
      * 050-READ-CONTROL FINDS THE DATE THE CHECK RUNS FROM: THE LAST
      * RUN, OR THE RUN BEFORE IT WHEN TONIGHT IS BEING RUN AGAIN.
      * WITH NO CONTROL FILE ONLY TODAY'S POINTS ARE CAUGHT.
      ******************************************************************
       050-READ-CONTROL.
           COMPUTE WS-FROM-INT = WS-TODAY-INT - 1
           OPEN INPUT DOC-CONTROL-FILE
           IF WS-DOCCTL-STATUS = "00"
               READ DOC-CONTROL-FILE
                   AT END MOVE ZEROS TO DOCCTL-RECORD
               END-READ
               IF DOCCTL-LAST-RUN NUMERIC
                   MOVE DOCCTL-LAST-RUN TO WS-LAST-RUN
               END-IF
               IF DOCCTL-PRIOR-RUN NUMERIC
                   MOVE DOCCTL-PRIOR-RUN TO WS-PRIOR-RUN
               END-IF
               CLOSE DOC-CONTROL-FILE
           END-IF
           IF WS-LAST-RUN = WS-TODAY
               IF WS-PRIOR-RUN > ZEROS AND WS-PRIOR-RUN < WS-TODAY
                   COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE (WS-PRIOR-RUN)
               END-IF
           ELSE
               IF WS-LAST-RUN > ZEROS AND WS-LAST-RUN < WS-TODAY
                   COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE (WS-LAST-RUN)
               END-IF
               MOVE WS-LAST-RUN TO WS-PRIOR-RUN
           END-IF
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-FROM-INT).
       050-EXIT.

      ******************************************************************
      * 100-LOAD-REGION-TABLE READS THE SHARED REGION TABLE, ENTRY
      * RULES INCLUDED.
      ******************************************************************
       100-LOAD-REGION-TABLE.
           OPEN INPUT REGION-TABLE-FILE
           IF WS-REGION-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-REGION THRU 110-EXIT
               UNTIL WS-REGION-EOF = "YES"
           CLOSE REGION-TABLE-FILE.
       100-EXIT.

       110-READ-REGION.
           READ REGION-TABLE-FILE
               AT END
                   MOVE "YES" TO WS-REGION-EOF
               NOT AT END
                   IF WS-REGION-COUNT < 20
                       ADD 1 TO WS-REGION-COUNT
                       SET X1 TO WS-REGION-COUNT
                       MOVE REGION-REC TO REGION-ENTRIES (X1)
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-PASSENGERS READS THE PASSENGER FILE INTO ITS TABLE.
      ******************************************************************
       150-LOAD-PASSENGERS.
           OPEN INPUT PASSENGER-FILE
           IF WS-PAXFILE-STATUS NOT = "00"
               DISPLAY "NO PASSENGER FILE ON HAND - STATUS "
                   WS-PAXFILE-STATUS
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-PAX THRU 160-EXIT
               UNTIL WS-PAX-EOF = "YES"
           CLOSE PASSENGER-FILE.
       150-EXIT.

       160-READ-PAX.
           READ PASSENGER-FILE
               AT END
                   MOVE "YES" TO WS-PAX-EOF
                   GO TO 160-EXIT
           END-READ
           IF WS-PX-COUNT >= 5000
               DISPLAY "MORE THAN 5000 TRAVELERS - THE REST ARE NOT "
                   "CHECKED"
               MOVE "YES" TO WS-PAX-EOF
               GO TO 160-EXIT
           END-IF
           ADD 1 TO WS-PX-COUNT
           MOVE PAX-BOOKING-NO TO WS-PX-BOOKING (WS-PX-COUNT)
           MOVE PAX-NAME TO WS-PX-NAME (WS-PX-COUNT)
           MOVE PAX-BIRTH-DATE TO WS-PX-BIRTH (WS-PX-COUNT)
           MOVE PAX-DOC-TYPE TO WS-PX-DOC-TYPE (WS-PX-COUNT)
           MOVE PAX-DOC-NUMBER TO WS-PX-DOC-NUMBER (WS-PX-COUNT)
           MOVE PAX-DOC-EXPIRY TO WS-PX-DOC-EXPIRY (WS-PX-COUNT)
           MOVE PAX-DOC-COUNTRY TO WS-PX-DOC-COUNTRY (WS-PX-COUNT).
       160-EXIT.

       200-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
               NOT AT END
                   PERFORM 250-SELECT-BOOKING THRU 250-EXIT
           END-READ.
       200-EXIT.

      ******************************************************************
      * 250-SELECT-BOOKING PICKS THE ACTIVE, DATED BOOKINGS WHOSE 60-
      * OR 14-DAY POINT FELL AFTER THE RUN-FROM DATE, UP TO TODAY. A
      * BOOKING WHOSE 60 AND 14 DAYS BOTH FELL IN THE SPAN IS THE
      * 14-DAY NOTICE.
      ******************************************************************
       250-SELECT-BOOKING.
           IF NOT BK-ACTIVE
               GO TO 250-EXIT
           END-IF
           IF BK-TRIP-DATE NOT NUMERIC
               GO TO 250-EXIT
           END-IF
           MOVE BK-TRIP-DATE TO WS-TRIP-NUM
           COMPUTE WS-TRIP-INT = FUNCTION INTEGER-OF-DATE (WS-TRIP-NUM)
           IF WS-TRIP-INT < WS-TODAY-INT
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WS-NOTICE
           COMPUTE WS-POINT-INT = WS-TRIP-INT - 60
           IF WS-POINT-INT > WS-FROM-INT
               AND WS-POINT-INT <= WS-TODAY-INT
               MOVE "60-DAY" TO WS-NOTICE
           END-IF
           COMPUTE WS-POINT-INT = WS-TRIP-INT - 14
           IF WS-POINT-INT > WS-FROM-INT
               AND WS-POINT-INT <= WS-TODAY-INT
               MOVE "14-DAY" TO WS-NOTICE
           END-IF
           IF WS-NOTICE = SPACES
               GO TO 250-EXIT
           END-IF
           COMPUTE WS-DAYS-TO-DEP = WS-TRIP-INT - WS-TODAY-INT
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 300-CHECK-BOOKING THRU 300-EXIT.
       250-EXIT.

      ******************************************************************
      * 300-CHECK-BOOKING LOOKS UP THE REGION'S ENTRY RULES, COUNTS
      * THE ADULTS ON THE BOOKING, AND CHECKS EACH TRAVELER.
      ******************************************************************
       300-CHECK-BOOKING.
           MOVE "NO" TO WS-HEADER-DONE
           PERFORM 310-REGION-RULES THRU 310-EXIT
           PERFORM 320-VALID-TO-DATE THRU 320-EXIT
           MOVE ZEROS TO WS-ADULTS WS-BOOKING-PAX
           PERFORM 330-COUNT-ADULT THRU 330-EXIT
               VARYING WS-PAX-SUB FROM 1 BY 1
               UNTIL WS-PAX-SUB > WS-PX-COUNT
           IF WS-BOOKING-PAX = ZEROS
               MOVE SPACES TO DC-EXCEPTION-LINE
               MOVE "(NO TRAVELERS KEYED)" TO DCE-NAME
               MOVE "DOCUMENTS CANNOT BE CHECKED" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF
           IF WS-VISA = "Y"
               MOVE SPACES TO DC-EXCEPTION-LINE
               MOVE "(WHOLE BOOKING)" TO DCE-NAME
               MOVE "VISA NEEDED - CONFIRM EACH" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF
           PERFORM 400-CHECK-TRAVELER THRU 400-EXIT
               VARYING WS-PAX-SUB FROM 1 BY 1
               UNTIL WS-PAX-SUB > WS-PX-COUNT
           IF WS-HEADER-DONE = "YES"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       300-EXIT.

      ******************************************************************
      * 310-REGION-RULES FINDS THE BOOKING'S REGION. A REGION WITH NO
      * MONTHS OF VALIDITY SET IS HELD TO SIX; NO VISA UNLESS SET.
      ******************************************************************
       310-REGION-RULES.
           MOVE 6 TO WS-MIN-MONTHS
           MOVE "N" TO WS-VISA
           MOVE SPACES TO WS-REGION-TITLE
           IF WS-REGION-COUNT = ZEROS
               GO TO 310-EXIT
           END-IF
           SET X1 TO 1
           SEARCH REGION-ENTRIES
               AT END
                   CONTINUE
               WHEN REGION-NO (X1) = BK-REGION-NO
                   MOVE REGION-NAME (X1) TO WS-REGION-TITLE
                   IF REGION-MIN-MONTHS (X1) NUMERIC
                       MOVE REGION-MIN-MONTHS (X1) TO WS-MIN-MONTHS
                   END-IF
                   IF REGION-VISA (X1) = "Y"
                       MOVE "Y" TO WS-VISA
                   END-IF
           END-SEARCH.
       310-EXIT.

      ******************************************************************
      * 320-VALID-TO-DATE IS THE TRIP DATE MOVED ON BY THE REGION'S
      * MONTHS OF VALIDITY - A DOCUMENT EXPIRING BEFORE IT IS FLAGGED.
      ******************************************************************
       320-VALID-TO-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-TRIP-YYYY * 12 + WS-TRIP-MM - 1 + WS-MIN-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-VALID-YYYY
               REMAINDER WS-VALID-MM
           ADD 1 TO WS-VALID-MM
           COMPUTE WS-VALID-TO = WS-VALID-YYYY * 10000
               + WS-VALID-MM * 100 + WS-TRIP-DD.
       320-EXIT.

       330-COUNT-ADULT.
           IF WS-PX-BOOKING (WS-PAX-SUB) NOT = BK-BOOKING-NO
               GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-BOOKING-PAX
           IF WS-PX-BIRTH (WS-PAX-SUB) NOT NUMERIC
               GO TO 330-EXIT
           END-IF
           PERFORM 340-AGE-AT-TRIP THRU 340-EXIT
           IF WS-AGE >= 18
               ADD 1 TO WS-ADULTS
           END-IF.
       330-EXIT.

      ******************************************************************
      * 340-AGE-AT-TRIP IS THE TRAVELER'S AGE IN WHOLE YEARS ON THE
      * TRIP DATE.
      ******************************************************************
       340-AGE-AT-TRIP.
           MOVE ZEROS TO WS-AGE
           IF WS-PX-BIRTH-NUM (WS-PAX-SUB) < WS-TRIP-NUM
               COMPUTE WS-AGE =
                   (WS-TRIP-NUM - WS-PX-BIRTH-NUM (WS-PAX-SUB)) / 10000
           END-IF.
       340-EXIT.

      ******************************************************************
      * 400-CHECK-TRAVELER WRITES ONE EXCEPTION LINE FOR EACH THING
      * WRONG WITH A TRAVELER ON THE BOOKING.
      ******************************************************************
       400-CHECK-TRAVELER.
           IF WS-PX-BOOKING (WS-PAX-SUB) NOT = BK-BOOKING-NO
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO DC-EXCEPTION-LINE
           MOVE WS-PX-NAME (WS-PAX-SUB) TO DCE-NAME
           MOVE WS-PX-BIRTH (WS-PAX-SUB) TO DCE-BIRTH
           MOVE WS-PX-DOC-TYPE (WS-PAX-SUB) TO DCE-DOC-TYPE
           MOVE WS-PX-DOC-NUMBER (WS-PAX-SUB) TO DCE-DOC-NUMBER
           MOVE WS-PX-DOC-EXPIRY (WS-PAX-SUB) TO DCE-EXPIRY
           MOVE WS-PX-DOC-COUNTRY (WS-PAX-SUB) TO DCE-COUNTRY
           IF WS-PX-BIRTH (WS-PAX-SUB) NOT NUMERIC
               MOVE "NO DATE OF BIRTH ON FILE" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           ELSE
               PERFORM 340-AGE-AT-TRIP THRU 340-EXIT
               IF WS-AGE < 18 AND WS-ADULTS = ZEROS
                   MOVE "MINOR - NO ADULT ON BOOKING" TO WS-MESSAGE
                   PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
               END-IF
           END-IF
           IF WS-PX-DOC-COUNTRY (WS-PAX-SUB) = SPACES
               MOVE "NO ISSUING COUNTRY ON FILE" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF
           PERFORM 420-CHECK-EXPIRY THRU 420-EXIT.
       400-EXIT.

      ******************************************************************
      * 420-CHECK-EXPIRY HOLDS THE DOCUMENT EXPIRY AGAINST TODAY, THE
      * TRIP DATE, AND THE REGION'S VALID-TO DATE.
      ******************************************************************
       420-CHECK-EXPIRY.
           IF WS-PX-DOC-EXPIRY (WS-PAX-SUB) NOT NUMERIC
               MOVE "NO DOCUMENT EXPIRY ON FILE" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
               GO TO 420-EXIT
           END-IF
           IF WS-PX-EXPIRY-NUM (WS-PAX-SUB) < WS-TODAY
               MOVE "DOCUMENT ALREADY EXPIRED" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
               GO TO 420-EXIT
           END-IF
           IF WS-PX-EXPIRY-NUM (WS-PAX-SUB) < WS-TRIP-NUM
               MOVE "EXPIRES BEFORE THE TRIP" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
               GO TO 420-EXIT
           END-IF
           IF WS-PX-EXPIRY-NUM (WS-PAX-SUB) < WS-VALID-TO
               MOVE WS-MIN-MONTHS TO WS-MONTHS-ED
               MOVE SPACES TO WS-MESSAGE
               STRING "EXPIRES IN " DELIMITED BY SIZE
                   WS-MONTHS-ED DELIMITED BY SIZE
                   " MOS OF TRIP" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF.
       420-EXIT.

      ******************************************************************
      * 500-WRITE-EXCEPTION PRINTS THE BOOKING LINE AHEAD OF THE
      * BOOKING'S FIRST EXCEPTION, THEN THE EXCEPTION ITSELF.
      ******************************************************************
       500-WRITE-EXCEPTION.
           IF WS-HEADER-DONE = "NO"
               MOVE BK-BOOKING-NO TO DCB-BOOKING-NO
               MOVE BK-CLIENT-NO TO DCB-CLIENT
               MOVE BK-CLIENT-NAME TO DCB-NAME
               MOVE BK-REGION-NO TO DCB-REGION
               MOVE WS-REGION-TITLE TO DCB-REGION-TITLE
               MOVE BK-TRIP-DATE TO DCB-DATE
               MOVE WS-DAYS-TO-DEP TO DCB-DAYS
               MOVE WS-NOTICE TO DCB-NOTICE
               WRITE REPORT-RECORD FROM DC-BOOKING-LINE
                AFTER ADVANCING 2 LINES
               MOVE "YES" TO WS-HEADER-DONE
           END-IF
           MOVE WS-MESSAGE TO DCE-MESSAGE
           WRITE REPORT-RECORD FROM DC-EXCEPTION-LINE
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       500-EXIT.

      ******************************************************************
      * 900-WRITE-CONTROL RECORDS TONIGHT AS THE LAST RUN, WITH THE
      * RUN BEFORE IT KEPT FOR A RERUN.
      ******************************************************************
       900-WRITE-CONTROL.
           OPEN OUTPUT DOC-CONTROL-FILE
           MOVE WS-TODAY TO DOCCTL-LAST-RUN
           MOVE WS-PRIOR-RUN TO DOCCTL-PRIOR-RUN
           WRITE DOCCTL-RECORD
           CLOSE DOC-CONTROL-FILE.
       900-EXIT.
