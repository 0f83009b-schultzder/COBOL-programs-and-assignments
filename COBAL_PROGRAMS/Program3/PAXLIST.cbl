      * lead client, then every traveler with date of birth and
      * document details - with a traveler count per block and for
      * the run.
      *
      * The bookings now come straight off the indexed booking master
      * (copybooks/BOOKING.cpy) rather than trip.dat, so a booking
      * cancelled during the day drops off the manifest at once.
      * Only active bookings are listed, and travelers are pulled by
      * booking number, which is printed on each block.
      *
      * Each traveler's document expiry date and issuing country
      * print after the document number.
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

      * File description for the manifest document.
       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-PAXFILE-STATUS               PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-PAX-EOF                      PIC XXX VALUE "NO".
          05 WS-SELECT-REGION                PIC X(3).
          05 WS-SELECT-DATE                  PIC X(8).
          05 WS-BOOKING-COUNT                PIC 9(5) VALUE 0.

      * The passenger file loaded whole; bookings then pull their
      * travelers by booking number.

       01 WS-PAX-TABLE.
          05 WS-PX-COUNT                     PIC 9(4) VALUE 0.
          05 WS-PX-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-PX-COUNT
               INDEXED BY PX-IDX.
             10 WS-PX-BOOKING                PIC 9(6).
             10 WS-PX-NAME                   PIC X(25).
             10 WS-PX-BIRTH                  PIC X(8).
             10 WS-PX-DOC-TYPE               PIC XX.
             10 WS-PX-DOC-NUMBER             PIC X(15).
             10 WS-PX-DOC-EXPIRY             PIC X(8).
             10 WS-PX-DOC-COUNTRY            PIC X(3).

      * Manifest lines.

       01 MF-BOOKING-LINE.
          05                                 PIC X(8)
                                             VALUE "BOOKING ".
          05 MFB-BOOKING-NO                  PIC 9(6).
          05                                 PIC X(8)
                                             VALUE " CLIENT ".
          05 MFB-CLIENT                      PIC X(5).
          05                                 PIC X     VALUE SPACES.
          05 MFB-NAME                        PIC X(17).
          05                                 PIC X(8)
                                             VALUE " REGION ".
          05 MFB-REGION                      PIC XX.
          05                                 PIC X(6)
                                             VALUE " DATE ".
          05 MFB-DATE                        PIC X(8).
          05                                 PIC X(11) VALUE SPACES.

       01 MF-PAX-LINE.
          05                                 PIC X(3)  VALUE SPACES.
          05 MFP-DOC-TYPE                    PIC XX.
          05                                 PIC X     VALUE SPACES.
          05 MFP-DOC-NUMBER                  PIC X(15).
          05                                 PIC X     VALUE SPACES.
          05 MFP-DOC-EXPIRY                  PIC X(8).
          05                                 PIC X     VALUE SPACES.
          05 MFP-DOC-COUNTRY                 PIC X(3).
          05                                 PIC X(9)  VALUE SPACES.

       01 MF-COUNT-LINE.
          05                                 PIC X(13)
      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-PAXFILE                  PIC X(60)
          VALUE "C:\COBOL\Passengers.txt".
          05 UT-SYS-MANIFEST                 PIC X(60)
           ACCEPT WS-SELECT-REGION
           DISPLAY "ENTER DEPARTURE DATE (YYYYMMDD)"
           ACCEPT WS-SELECT-DATE
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-SELECT-REGION TO MFH-REGION
           MOVE WS-SELECT-DATE TO MFH-DATE
           WRITE MANIFEST-RECORD FROM MF-HEADING
           PERFORM 200-READ-BOOKING THRU 200-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           MOVE WS-TOTAL-PAX TO MFC-COUNT
           WRITE MANIFEST-RECORD FROM MF-COUNT-LINE
            AFTER ADVANCING 2 LINES
           CLOSE BOOKING-FILE
           CLOSE MANIFEST-FILE
           DISPLAY "MANIFEST WRITTEN - " WS-BOOKING-COUNT
               " BOOKINGS, " WS-TOTAL-PAX " TRAVELERS"
                   IF WS-PX-COUNT < 2000
                       ADD 1 TO WS-PX-COUNT
                       SET PX-IDX TO WS-PX-COUNT
                       MOVE PAX-BOOKING-NO TO WS-PX-BOOKING (PX-IDX)
                       MOVE PAX-NAME TO WS-PX-NAME (PX-IDX)
                       MOVE PAX-BIRTH-DATE TO WS-PX-BIRTH (PX-IDX)
                       MOVE PAX-DOC-TYPE TO WS-PX-DOC-TYPE (PX-IDX)
                       MOVE PAX-DOC-NUMBER
                           TO WS-PX-DOC-NUMBER (PX-IDX)
                       MOVE PAX-DOC-EXPIRY
                           TO WS-PX-DOC-EXPIRY (PX-IDX)
                       MOVE PAX-DOC-COUNTRY
                           TO WS-PX-DOC-COUNTRY (PX-IDX)
                   END-IF
           END-READ.
       110-EXIT.

       200-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
               NOT AT END
                   PERFORM 250-SELECT-BOOKING THRU 250-EXIT
           END-READ.
       200-EXIT.

      ******************************************************************
      * 250-SELECT-BOOKING PRINTS THE MANIFEST BLOCK FOR AN ACTIVE
      * BOOKING MATCHING THE KEYED REGION AND DEPARTURE DATE.
      ******************************************************************
       250-SELECT-BOOKING.
           IF NOT BK-ACTIVE
               GO TO 250-EXIT
           END-IF
           IF BK-TRIP-DATE NOT = WS-SELECT-DATE
               GO TO 250-EXIT
           END-IF
           IF WS-SELECT-REGION NOT = "ALL"
               AND BK-REGION-NO NOT = WS-SELECT-REGION (1:2)
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-BOOKING-COUNT
           MOVE BK-BOOKING-NO TO MFB-BOOKING-NO
           MOVE BK-CLIENT-NO TO MFB-CLIENT
           MOVE BK-CLIENT-NAME TO MFB-NAME
           MOVE BK-REGION-NO TO MFB-REGION
           MOVE BK-TRIP-DATE TO MFB-DATE
           WRITE MANIFEST-RECORD FROM MF-BOOKING-LINE
            AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-BLOCK-PAX
           PERFORM VARYING WS-PAX-SUB FROM 1 BY 1
               UNTIL WS-PAX-SUB > WS-PX-COUNT
               IF WS-PX-BOOKING (WS-PAX-SUB) = BK-BOOKING-NO
                   MOVE WS-PX-NAME (WS-PAX-SUB) TO MFP-NAME
                   MOVE WS-PX-BIRTH (WS-PAX-SUB) TO MFP-BIRTH
                   MOVE WS-PX-DOC-TYPE (WS-PAX-SUB) TO MFP-DOC-TYPE
                   MOVE WS-PX-DOC-NUMBER (WS-PAX-SUB)
                       TO MFP-DOC-NUMBER
                   MOVE WS-PX-DOC-EXPIRY (WS-PAX-SUB)
                       TO MFP-DOC-EXPIRY
                   MOVE WS-PX-DOC-COUNTRY (WS-PAX-SUB)
                       TO MFP-DOC-COUNTRY
                   WRITE MANIFEST-RECORD FROM MF-PAX-LINE
                    AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-BLOCK-PAX
