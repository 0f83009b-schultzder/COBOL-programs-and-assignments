       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ITINCHK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Itinerary overlap and gap check. Run nightly. Every active
      * booking with an itinerary keyed in TRIPENT (see
      * copybooks/ITINSEG.cpy) that is not yet over is walked
      * segment by segment in the order they happen, and anything
      * that does not join up is listed on ItinCheck.txt for the
      * agent to put right before the client finds it:
      *
      *   - a hotel stay or flight starting before the one ahead of
      *     it has ended (OVERLAPS SEGMENT nn)
      *   - nights between one flight or hotel stay ending and the
      *     next one starting with nowhere to sleep - a hotel
      *     check-in the day after the flight lands (n NIGHT GAP
      *     AFTER SEGMENT nn)
      *   - a segment starting before the booking's trip date
      *   - a transfer or other service falling on a day outside
      *     the trip's flights and hotel stays
      *
      * Flights and hotels are held together by date where a hotel
      * is involved - check-out and the flight home fall on the same
      * day - and by date and time between two flights. A booking
      * with nothing wrong is left off the report. With no booking
      * master on hand there is nothing to check and the step ends
      * quietly.
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

      * Select statement for the itinerary segment file.

       SELECT ITIN-SEGMENT-FILE
              ASSIGN TO UT-SYS-ITINSEG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITINSEG-STATUS.

      * Select statement for the itinerary check report.

       SELECT ITIN-REPORT-FILE
              ASSIGN TO UT-SYS-ITINRPT
              ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the itinerary segment file.

       FD  ITIN-SEGMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITINSEG.

      * File description for the itinerary check report.

       FD  ITIN-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-RECORD                     PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-ITINSEG-STATUS               PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-IS-EOF                       PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-TRIP-NUM                     PIC 9(8).
          05 WS-LAST-END-DATE                PIC 9(8).
          05 WS-SG-SUB                       PIC 99.
          05 WS-PRV-SUB                      PIC 99.
          05 WS-SPAN-START                   PIC 9(8).
          05 WS-SPAN-END                     PIC 9(8).
          05 WS-HOTEL-INVOLVED               PIC XXX.
          05 WS-NIGHTS                       PIC S9(8).
          05 WS-NIGHTS-ED                    PIC ZZ9.
          05 WS-HEADER-DONE                  PIC XXX.
          05 WS-MESSAGE                      PIC X(30).
          05 WS-CHECKED-COUNT                PIC 9(5) VALUE 0.
          05 WS-FLAGGED-COUNT                PIC 9(5) VALUE 0.
          05 WS-EXCEPTION-COUNT              PIC 9(5) VALUE 0.

      * The segments of the booking in hand, in start order.

       01 WS-SEG-TABLE.
          05 WS-SG-COUNT                     PIC 99 VALUE 0.
          05 WS-SG-ENTRIES OCCURS 0 TO 99 TIMES
               DEPENDING ON WS-SG-COUNT.
             10 WS-SG-BOOKING                PIC 9(6).
             10 WS-SG-SEGMENT                PIC 99.
             10 WS-SG-TYPE                   PIC X(3).
             10 WS-SG-SUPPLIER               PIC X(3).
             10 WS-SG-CONFIRM                PIC X(12).
             10 WS-SG-START.
                15 WS-SG-START-DATE          PIC 9(8).
                15 WS-SG-START-TIME          PIC 9(4).
             10 WS-SG-END.
                15 WS-SG-END-DATE            PIC 9(8).
                15 WS-SG-END-TIME            PIC 9(4).
             10 WS-SG-LOCATION               PIC X(20).
             10 WS-SG-NET-COST               PIC 9(5)V99.
             10                              PIC X(3).

      * Report lines.

       01 IC-HEADING1.
          05                                 PIC X(42) VALUE
               "ITINERARY OVERLAP AND GAP CHECK - PRINTED ".
          05 ICH-DATE                        PIC 9(8).
          05                                 PIC X(50) VALUE SPACES.

       01 IC-BOOKING-LINE.
          05                                 PIC X(8)
                                             VALUE "BOOKING ".
          05 ICB-BOOKING-NO                  PIC 9(6).
          05                                 PIC X     VALUE SPACES.
          05 ICB-CLIENT                      PIC X(5).
          05                                 PIC X     VALUE SPACES.
          05 ICB-NAME                        PIC X(17).
          05                                 PIC X(11)
                                             VALUE " TRIP DATE ".
          05 ICB-DATE                        PIC X(8).
          05                                 PIC X(11)
                                             VALUE " OPERATOR  ".
          05 ICB-OPERATOR                    PIC X(3).
          05                                 PIC X(29) VALUE SPACES.

       01 IC-EXCEPTION-LINE.
          05                                 PIC X(3)  VALUE SPACES.
          05 ICE-SEGMENT                     PIC 99.
          05                                 PIC X     VALUE SPACES.
          05 ICE-TYPE                        PIC X(3).
          05                                 PIC X     VALUE SPACES.
          05 ICE-SUPPLIER                    PIC X(3).
          05                                 PIC X     VALUE SPACES.
          05 ICE-LOCATION                    PIC X(20).
          05                                 PIC X     VALUE SPACES.
          05 ICE-START-DATE                  PIC 9(8).
          05                                 PIC X     VALUE SPACES.
          05 ICE-START-TIME                  PIC 9(4).
          05                                 PIC X(3)  VALUE " - ".
          05 ICE-END-DATE                    PIC 9(8).
          05                                 PIC X     VALUE SPACES.
          05 ICE-END-TIME                    PIC 9(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 ICE-MESSAGE                     PIC X(30).
          05                                 PIC X(4)  VALUE SPACES.

       01 IC-FOOTER.
          05                                 PIC X(18)
                                    VALUE "BOOKINGS CHECKED: ".
          05 ICF-CHECKED                     PIC ZZZZ9.
          05                                 PIC X(12)
                                    VALUE "  FLAGGED:  ".
          05 ICF-FLAGGED                     PIC ZZZZ9.
          05                                 PIC X(15)
                                    VALUE "  EXCEPTIONS:  ".
          05 ICF-EXCEPTIONS                  PIC ZZZZ9.
          05                                 PIC X(40) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-ITINSEG                  PIC X(60)
          VALUE "C:\COBOL\ItinSegments.txt".
          05 UT-SYS-ITINRPT                  PIC X(60)
          VALUE "C:\COBOL\ItinCheck.txt".

      * The business date a trip is judged over by (see
      * copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE READS THE BOOKING MASTER AND THE SEGMENT FILE
      * SIDE BY SIDE - BOTH ARE IN BOOKING NUMBER ORDER - AND CHECKS
      * EACH ACTIVE BOOKING'S ITINERARY.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-TODAY
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS " - NOTHING TO CHECK"
               STOP RUN
           END-IF
           OPEN INPUT ITIN-SEGMENT-FILE
           IF WS-ITINSEG-STATUS = "00"
               PERFORM 220-READ-SEGMENT THRU 220-EXIT
           ELSE
               DISPLAY "NO ITINERARY SEGMENTS ON HAND - STATUS "
                   WS-ITINSEG-STATUS
               MOVE "YES" TO WS-IS-EOF
           END-IF
           OPEN OUTPUT ITIN-REPORT-FILE
           MOVE WS-TODAY TO ICH-DATE
           WRITE REPORT-RECORD FROM IC-HEADING1
           PERFORM 200-READ-BOOKING THRU 200-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           MOVE WS-CHECKED-COUNT TO ICF-CHECKED
           MOVE WS-FLAGGED-COUNT TO ICF-FLAGGED
           MOVE WS-EXCEPTION-COUNT TO ICF-EXCEPTIONS
           WRITE REPORT-RECORD FROM IC-FOOTER
            AFTER ADVANCING 2 LINES
           IF WS-ITINSEG-STATUS = "00" OR WS-ITINSEG-STATUS = "10"
               CLOSE ITIN-SEGMENT-FILE
           END-IF
           CLOSE BOOKING-FILE
           CLOSE ITIN-REPORT-FILE
           DISPLAY "ITINERARY CHECK - BOOKINGS CHECKED "
               WS-CHECKED-COUNT " FLAGGED " WS-FLAGGED-COUNT
       STOP RUN.

      ******************************************************************
      * 200-READ-BOOKING READS THE NEXT BOOKING AND GATHERS ITS
      * SEGMENTS, PASSING OVER ANY LEFT BEHIND BY A BOOKING NOT ON
      * THE MASTER. AN ACTIVE BOOKING WITH A SEGMENT ENDING TODAY OR
      * LATER IS CHECKED.
      ******************************************************************
       200-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
                   GO TO 200-EXIT
           END-READ
           MOVE ZEROS TO WS-SG-COUNT WS-LAST-END-DATE
           PERFORM 220-READ-SEGMENT THRU 220-EXIT
               UNTIL WS-IS-EOF = "YES"
               OR IS-BOOKING-NO NOT < BK-BOOKING-NO
           PERFORM 210-LOAD-SEGMENT THRU 210-EXIT
               UNTIL WS-IS-EOF = "YES"
               OR IS-BOOKING-NO NOT = BK-BOOKING-NO
           IF NOT BK-ACTIVE OR WS-SG-COUNT = ZEROS
               GO TO 200-EXIT
           END-IF
           IF WS-LAST-END-DATE < WS-TODAY
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 300-CHECK-BOOKING THRU 300-EXIT.
       200-EXIT.

       210-LOAD-SEGMENT.
           IF WS-SG-COUNT < 99
               ADD 1 TO WS-SG-COUNT
               MOVE IS-RECORD TO WS-SG-ENTRIES (WS-SG-COUNT)
               IF IS-END-DATE > WS-LAST-END-DATE
                   MOVE IS-END-DATE TO WS-LAST-END-DATE
               END-IF
           END-IF
           PERFORM 220-READ-SEGMENT THRU 220-EXIT.
       210-EXIT.

       220-READ-SEGMENT.
           READ ITIN-SEGMENT-FILE
               AT END
                   MOVE "YES" TO WS-IS-EOF
           END-READ.
       220-EXIT.

      ******************************************************************
      * 300-CHECK-BOOKING WALKS THE FLIGHTS AND HOTEL STAYS FOR
      * OVERLAPS AND GAPS, THEN HOLDS THE TRANSFERS AND OTHER
      * SERVICES TO THE DAYS THOSE COVER.
      ******************************************************************
       300-CHECK-BOOKING.
           MOVE "NO" TO WS-HEADER-DONE
           MOVE ZEROS TO WS-PRV-SUB WS-SPAN-START WS-SPAN-END
               WS-TRIP-NUM
           IF BK-TRIP-DATE NUMERIC
               MOVE BK-TRIP-DATE TO WS-TRIP-NUM
           END-IF
           PERFORM 310-CHECK-SEGMENT THRU 310-EXIT
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-COUNT
           IF WS-PRV-SUB > ZEROS
               PERFORM 330-CHECK-SERVICE THRU 330-EXIT
                   VARYING WS-SG-SUB FROM 1 BY 1
                   UNTIL WS-SG-SUB > WS-SG-COUNT
           END-IF
           IF WS-HEADER-DONE = "YES"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       300-EXIT.

      ******************************************************************
      * 310-CHECK-SEGMENT HOLDS ONE SEGMENT TO THE TRIP DATE AND, FOR
      * A FLIGHT OR HOTEL, TO THE FLIGHT OR HOTEL ENDING LATEST AHEAD
      * OF IT (WS-PRV-SUB).
      ******************************************************************
       310-CHECK-SEGMENT.
           IF WS-TRIP-NUM > ZEROS
               AND WS-SG-START-DATE (WS-SG-SUB) < WS-TRIP-NUM
               MOVE "STARTS BEFORE THE TRIP DATE" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF
           IF WS-SG-TYPE (WS-SG-SUB) NOT = "FLT"
               AND WS-SG-TYPE (WS-SG-SUB) NOT = "HTL"
               GO TO 310-EXIT
           END-IF
           IF WS-PRV-SUB = ZEROS
               MOVE WS-SG-SUB TO WS-PRV-SUB
               MOVE WS-SG-START-DATE (WS-SG-SUB) TO WS-SPAN-START
               MOVE WS-SG-END-DATE (WS-SG-SUB) TO WS-SPAN-END
               GO TO 310-EXIT
           END-IF
           MOVE "NO" TO WS-HOTEL-INVOLVED
           IF WS-SG-TYPE (WS-SG-SUB) = "HTL"
               OR WS-SG-TYPE (WS-PRV-SUB) = "HTL"
               MOVE "YES" TO WS-HOTEL-INVOLVED
           END-IF
           IF (WS-HOTEL-INVOLVED = "YES"
                 AND WS-SG-START-DATE (WS-SG-SUB)
                     < WS-SG-END-DATE (WS-PRV-SUB))
             OR (WS-HOTEL-INVOLVED = "NO"
                 AND WS-SG-START (WS-SG-SUB) < WS-SG-END (WS-PRV-SUB))
               MOVE SPACES TO WS-MESSAGE
               STRING "OVERLAPS SEGMENT " DELIMITED BY SIZE
                   WS-SG-SEGMENT (WS-PRV-SUB) DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF
           IF WS-SG-START-DATE (WS-SG-SUB) > WS-SG-END-DATE (WS-PRV-SUB)
               PERFORM 320-WRITE-GAP THRU 320-EXIT
           END-IF
           IF WS-SG-END (WS-SG-SUB) > WS-SG-END (WS-PRV-SUB)
               MOVE WS-SG-SUB TO WS-PRV-SUB
           END-IF
           IF WS-SG-END-DATE (WS-SG-SUB) > WS-SPAN-END
               MOVE WS-SG-END-DATE (WS-SG-SUB) TO WS-SPAN-END
           END-IF.
       310-EXIT.

      ******************************************************************
      * 320-WRITE-GAP COUNTS THE NIGHTS BETWEEN THE EARLIER SEGMENT
      * ENDING AND THIS ONE STARTING.
      ******************************************************************
       320-WRITE-GAP.
           COMPUTE WS-NIGHTS =
               FUNCTION INTEGER-OF-DATE (WS-SG-START-DATE (WS-SG-SUB))
             - FUNCTION INTEGER-OF-DATE (WS-SG-END-DATE (WS-PRV-SUB))
           MOVE SPACES TO WS-MESSAGE
           IF WS-NIGHTS > ZEROS AND WS-NIGHTS < 1000
               MOVE WS-NIGHTS TO WS-NIGHTS-ED
               STRING WS-NIGHTS-ED DELIMITED BY SIZE
                   " NIGHT GAP AFTER SEGMENT " DELIMITED BY SIZE
                   WS-SG-SEGMENT (WS-PRV-SUB) DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           ELSE
               STRING "GAP AFTER SEGMENT " DELIMITED BY SIZE
                   WS-SG-SEGMENT (WS-PRV-SUB) DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF
           PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT.
       320-EXIT.

      ******************************************************************
      * 330-CHECK-SERVICE FLAGS A TRANSFER OR OTHER SERVICE STARTING
      * ON A DAY BEFORE THE FIRST FLIGHT OR HOTEL OR AFTER THE LAST.
      ******************************************************************
       330-CHECK-SERVICE.
           IF WS-SG-TYPE (WS-SG-SUB) = "FLT"
               OR WS-SG-TYPE (WS-SG-SUB) = "HTL"
               GO TO 330-EXIT
           END-IF
           IF WS-SG-START-DATE (WS-SG-SUB) < WS-SPAN-START
               OR WS-SG-START-DATE (WS-SG-SUB) > WS-SPAN-END
               MOVE "OUTSIDE FLIGHTS AND HOTELS" TO WS-MESSAGE
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF.
       330-EXIT.

      ******************************************************************
      * 500-WRITE-EXCEPTION PRINTS THE BOOKING LINE AHEAD OF THE
      * BOOKING'S FIRST EXCEPTION, THEN THE SEGMENT IN WS-SG-SUB WITH
      * THE MESSAGE.
      ******************************************************************
       500-WRITE-EXCEPTION.
           IF WS-HEADER-DONE = "NO"
               MOVE BK-BOOKING-NO TO ICB-BOOKING-NO
               MOVE BK-CLIENT-NO TO ICB-CLIENT
               MOVE BK-CLIENT-NAME TO ICB-NAME
               MOVE BK-TRIP-DATE TO ICB-DATE
               MOVE BK-TOUR-OPERATOR TO ICB-OPERATOR
               WRITE REPORT-RECORD FROM IC-BOOKING-LINE
                AFTER ADVANCING 2 LINES
               MOVE "YES" TO WS-HEADER-DONE
           END-IF
           MOVE WS-SG-SEGMENT (WS-SG-SUB) TO ICE-SEGMENT
           MOVE WS-SG-TYPE (WS-SG-SUB) TO ICE-TYPE
           MOVE WS-SG-SUPPLIER (WS-SG-SUB) TO ICE-SUPPLIER
           MOVE WS-SG-LOCATION (WS-SG-SUB) TO ICE-LOCATION
           MOVE WS-SG-START-DATE (WS-SG-SUB) TO ICE-START-DATE
           MOVE WS-SG-START-TIME (WS-SG-SUB) TO ICE-START-TIME
           MOVE WS-SG-END-DATE (WS-SG-SUB) TO ICE-END-DATE
           MOVE WS-SG-END-TIME (WS-SG-SUB) TO ICE-END-TIME
           MOVE WS-MESSAGE TO ICE-MESSAGE
           WRITE REPORT-RECORD FROM IC-EXCEPTION-LINE
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       500-EXIT.
