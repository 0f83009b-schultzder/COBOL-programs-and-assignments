      * opened/closed window, the salesperson ID against the master,
      * and the currency against the dated exchange-rate file - so a
      * bad record is fixed at the keyboard instead of surfacing as
      * an exception-report reject after the nightly run.
      *
      * Bookings are kept on the indexed booking master (see
      * copybooks/BOOKING.cpy) under a booking number drawn from the
      * persisted counter, the same way WORKORD numbers its orders,
      * instead of being appended to trip.dat - client number plus
      * trip date was the only key the flat file had, and it could
      * neither tell two same-day trips apart nor be changed without
      * an editor. The N option books a trip (types 1-4) and writes
      * its payment schedule and travelers under the new number; the
      * C option brings a booking up by number and changes its trip
      * date, region, cost, or status (cancel or reinstate), each
      * change re-edited the same way a new booking is and logged to
      * the booking change history (see copybooks/BKCHG.cpy). A date
      * or cost change carries through to the payment schedule. The
      * nightly BOOKEXT step rebuilds trip.dat from the master, a
      * cancelled booking going out as the booking plus its type 5
      * cancellation record, so PROGRAM3/4/5 read what they always
      * have.
      *
      * Where the operator has given us a block of seats on the
      * departure (see copybooks/ALLOT.cpy, kept by ALLOTMNT), the
      * travelers are counted before the booking is written and the
      * seats taken off the block; once the block is full, or past
      * its release date, the booking is refused or, at the agent's
      * choice, written as waitlisted (status W) with no payment
      * schedule. A waitlisted booking is confirmed through the S
      * change when seats come free. Cancelling a booking gives its
      * seats back, reinstating it takes them again, and a date or
      * region change moves them to the new departure's block - or
      * is refused when that block is full. A departure with no
      * block on file is free sale, as every departure was before.
      *
      * A cancelled booking whose refund TRIPRFND has figured stays
      * cancelled - its payment schedule is closed and the client's
      * money settled, so a change of heart is booked as a new trip.
      *
      * Each traveler's document expiry date and issuing country are
      * keyed with the document number, for DOCCHECK's pre-departure
      * check.
      *
      * The I option keys a booking's itinerary: each flight, hotel
      * stay, transfer or other arranged service is a segment on
      * ItinSegments.txt (see copybooks/ITINSEG.cpy) with its
      * supplier, confirmation number, start and end date and time,
      * location and net cost, and a segment keyed in error is
      * deleted there. Each segment added or deleted is logged to
      * the booking change history, and the booking's net cost due
      * is rolled up to the sum of its segments' net costs.
      *
      * A trip sold by two agents together is keyed with a second
      * salesperson ID, held to the salesperson master the same as
      * the first, and the second salesperson's share of the
      * commission (01-99 percent). PROGRAM3 credits each of them
      * their share. The split is keyed with a new booking or put
      * on, changed or taken off an existing one through the P
      * change, logged as SPLIT.
      *
      * A client booking in answer to a marketing campaign gives the
      * campaign code, keyed with a new booking and carried on it
      * for CAMPRPT. The code must be on the campaign file (see
      * copybooks/CAMPAIGN.cpy, kept by CAMPMNT) with today inside
      * its response window.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
              ASSIGN TO UT-SYS-BOOKING
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BK-BOOKING-NO
              FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the persisted booking number counter.

       SELECT BOOKING-COUNTER-FILE
              ASSIGN TO UT-SYS-BKCTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BKCTR-STATUS.

      * Select statement for the append-only booking change history.

       SELECT BOOKING-CHANGE-FILE
              ASSIGN TO UT-SYS-BKCHG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BKCHG-STATUS.

      * Select statement for the indexed group allotment master.

       SELECT ALLOTMENT-FILE
              ASSIGN TO UT-SYS-ALLOT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-KEY
              FILE STATUS IS WS-ALLOT-STATUS.

      * Select statement for the shared region table.

              FILE STATUS IS WS-TOURFILE-STATUS.

      * Select statement for the passenger file - one record per
      * traveler on the booking, keyed by booking number.

       SELECT PASSENGER-FILE
              ASSIGN TO UT-SYS-PAXFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYSCHED-STATUS.

      * Select statement for the itinerary segment file - the
      * flights, hotels and transfers on each booking.

       SELECT ITIN-SEGMENT-FILE
              ASSIGN TO UT-SYS-ITINSEG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITINSEG-STATUS.

      * Select statement for the marketing campaign file.

       SELECT CAMPAIGN-FILE
              ASSIGN TO UT-SYS-CAMPAIGN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMPAIGN-STATUS.

      * Select statement for the operator master, read to check the
      * ID of the agent taking a contact note.

       SELECT OPERATOR-FILE
              ASSIGN TO UT-SYS-OPERATOR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the persisted booking number counter.

       FD  BOOKING-COUNTER-FILE.
       01  BKCTR-RECORD                      PIC 9(6).

      * File description for the booking change history.

       FD  BOOKING-CHANGE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY BKCHG.

      * File description for the group allotment master.

       FD  ALLOTMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY ALLOT.

      * File description for the shared region table.

      * File description for the salesperson master.

       FD  SALESPERSON-FILE
           RECORD CONTAINS 169 CHARACTERS.
       COPY SALESPER.

      * File description for the exchange-rate file.
      * File description for the tour-operator master.

       FD  TOUR-OPERATOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY TOUROPFD.

      * File description for the passenger file.

       FD  PASSENGER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY PAXFD.

      * File description for the payment-schedule file.

       FD  PAY-SCHEDULE-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY PAYSCHED.

      * File description for the itinerary segment file.

       FD  ITIN-SEGMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITINSEG.

      * File description for the marketing campaign file.

       FD  CAMPAIGN-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY CAMPAIGN.

      * File description for the operator master.

       FD  OPERATOR-FILE.
       COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-BKCTR-STATUS                 PIC XX.
          05 WS-BKCHG-STATUS                 PIC XX.
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-BOOKING-NO                   PIC 9(6).
          05 WS-CHANGE-CHOICE                PIC X.
          05 WS-CHANGES-DONE                 PIC XXX.
          05 WS-NOW-TIME                     PIC 9(8).
          05 WS-OLD-VALUE                    PIC X(10).
          05 WS-NEW-VALUE                    PIC X(10).
          05 WS-CHANGE-FIELD                 PIC X(8).
          05 WS-COST-EDIT                    PIC 9(5).
          05 WS-NEW-STATUS                   PIC X.
          05 WS-RETERM-NEEDED                PIC XXX.
          05 WS-SC-EOF                       PIC XXX.
          05 WS-SC-FULL                      PIC XXX.
          05 WS-SC-SUB                       PIC 9(4).
          05 WS-CHANGED-COUNT                PIC 9(5) VALUE 0.
          05 WS-REGION-STATUS                PIC XX.
          05 WS-SPFILE-STATUS                PIC XX.
          05 WS-EXRFILE-STATUS               PIC XX.
          COPY REGIONCT.
          05 WS-SP-EOF                       PIC XXX VALUE "NO".
          05 WS-EXR-EOF                      PIC XXX VALUE "NO".
          05 WS-NOTE-CLIENT-NUM              PIC 9(5).
          05 WS-NOTE-CHOICE                  PIC X.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-FILE-OK                   PIC XXX.
          05 WS-OP-EOF                       PIC XXX.
          05 WS-OP-FOUND                     PIC XXX.
          05 WS-TOURFILE-STATUS              PIC XX.
          05 WS-TOUR-EOF                     PIC XXX VALUE "NO".
          05 WS-TOUR-FOUND                   PIC XXX.
          05 WS-CAMPAIGN-STATUS              PIC XX.
          05 WS-CAMP-EOF                     PIC XXX VALUE "NO".
          05 WS-CAMP-FOUND                   PIC XXX.
          05 WS-PAXFILE-STATUS               PIC XX.
          05 WS-PAYSCHED-STATUS              PIC XX.
          05 WS-DEPOSIT-AMT                  PIC 9(5)V99.
          05 WS-PAX-BIRTH-DATE               PIC X(8).
          05 WS-PAX-DOC-TYPE                 PIC XX.
          05 WS-PAX-DOC-NUMBER               PIC X(15).
          05 WS-PAX-DOC-EXPIRY               PIC X(8).
          05 WS-PAX-DOC-COUNTRY              PIC X(3).
          05 WS-EOF-FLAG                     PIC XXX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-VALID-ENTRY                  PIC XXX.
          05 WS-WRITTEN-COUNT                PIC 9(5) VALUE 0.
          05 WS-SP-LOOKUP-NAME               PIC X(20).
          05 WS-SP-ACTIVE-FLAG               PIC X.
          05 WS-TRIP-DATE-USED               PIC 9(8).
          05 WS-ALLOT-STATUS                 PIC XX.
          05 WS-ALLOT-ON-FILE                PIC XXX VALUE "NO".
          05 WS-SEATS-NEEDED                 PIC 99.
          05 WS-SEATS-LEFT                   PIC S9(4).
          05 WS-SEAT-RESULT                  PIC X(4).
          05 WS-NEW-BOOK-STATUS              PIC X.
          05 WS-WAIT-CHOICE                  PIC X.
          05 WS-MOVE-OK                      PIC XXX.
          05 WS-SCHEDULE-DUE                 PIC XXX.
          05 WS-SEATS-SHOWN                  PIC ZZZ9.
          05 WS-REFUNDED                     PIC XXX.
          05 WS-ITINSEG-STATUS               PIC XX.
          05 WS-IS-EOF                       PIC XXX.
          05 WS-IS-FULL                      PIC XXX.
          05 WS-IS-SUB                       PIC 9(4).
          05 WS-IS-POS                       PIC 9(4).
          05 WS-IS-SHOWN                     PIC 99.
          05 WS-IS-HIGH-NO                   PIC 99.
          05 WS-ITIN-DONE                    PIC XXX.
          05 WS-SEG-TOTAL                    PIC 9(7)V99.
          05 WS-NET-SHOWN                    PIC ZZZZ9.99.
          05 WS-SPLIT-FOUND                  PIC XXX.
          05 WS-SPLIT-ACTIVE-FLAG            PIC X.

      * The allotment block a booking holds seats on, and the block
      * a changed booking is moving to.

       01 WS-ALLOT-KEYS.
          05 WS-OLD-ALKEY.
             10 WS-OLD-AL-OPERATOR           PIC X(3).
             10 WS-OLD-AL-REGION             PIC XX.
             10 WS-OLD-AL-DATE               PIC X(8).
          05 WS-NEW-ALKEY.
             10 WS-NEW-AL-OPERATOR           PIC X(3).
             10 WS-NEW-AL-REGION             PIC XX.
             10 WS-NEW-AL-DATE               PIC X(8).

      * The keyed fields of the entry in progress.

       01 WS-ENTRY-FIELDS.
          05 WS-BOOKING-TYPE                 PIC X.
          05 WS-ORIG-BOOKING-TYPE            PIC X.
          05 WS-CLIENT-NO                    PIC X(5).
          05 WS-CLIENT-NAME                  PIC X(17).
          05 WS-REGION-NO                    PIC XX.
          05 WS-TRIP-DATE                    PIC X(8).
          05 WS-CURRENCY-CODE                PIC X(3).
          05 WS-COST-OF-TRIP                 PIC 9(5).
          05 WS-SALESPERSON-ID               PIC X(4).
          05 WS-SPLIT-SP-ID                  PIC X(4).
          05 WS-SPLIT-PCT                    PIC XX.
          05 WS-TOUR-OPERATOR                PIC X(3).
          05 WS-NET-COST-DUE                 PIC 9(5)V99.
          05 WS-CAMPAIGN-CODE                PIC X(6).

      * The itinerary segment being keyed, and the dates and times
      * as keyed before they are edited.

       01 WS-SEGMENT-FIELDS.
          05 WS-SEG-DATE-EDIT                PIC X(8).
          05 WS-SEG-TIME-EDIT                PIC X(4).
          05 WS-SEG-TIME-PARTS REDEFINES WS-SEG-TIME-EDIT.
             10 WS-SEG-HH                    PIC 99.
             10 WS-SEG-MM                    PIC 99.
          05 WS-SEG-NO-EDIT                  PIC XX.
          05 WS-SEG-NO REDEFINES WS-SEG-NO-EDIT
                                             PIC 99.
          05 WS-SEG-LOG-VALUE.
             10 WS-SEG-LOG-NO                PIC 99.
             10                              PIC X VALUE SPACE.
             10 WS-SEG-LOG-TYPE              PIC X(3).
             10                              PIC X VALUE SPACE.
             10 WS-SEG-LOG-SUPPLIER          PIC X(3).

       01 WS-IS-HOLD.
          05 WS-IH-BOOKING                   PIC 9(6).
          05 WS-IH-SEGMENT                   PIC 99.
          05 WS-IH-TYPE                      PIC X(3).
          05 WS-IH-SUPPLIER                  PIC X(3).
          05 WS-IH-CONFIRM                   PIC X(12).
          05 WS-IH-START.
             10 WS-IH-START-DATE             PIC 9(8).
             10 WS-IH-START-TIME             PIC 9(4).
          05 WS-IH-END.
             10 WS-IH-END-DATE               PIC 9(8).
             10 WS-IH-END-TIME               PIC 9(4).
          05 WS-IH-LOCATION                  PIC X(20).
          05 WS-IH-NET-COST                  PIC 9(5)V99.
          05                                 PIC X(3).

      * The itinerary segment file held while a booking's segments
      * are keyed, in booking number and start order.

       01 WS-IS-TABLE.
          05 WS-IS-COUNT                     PIC 9(4) VALUE 0.
          05 WS-IS-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-IS-COUNT.
             10 WS-IS-E-BOOKING              PIC 9(6).
             10 WS-IS-E-SEGMENT              PIC 99.
             10 WS-IS-E-TYPE                 PIC X(3).
             10 WS-IS-E-SUPPLIER             PIC X(3).
             10 WS-IS-E-CONFIRM              PIC X(12).
             10 WS-IS-E-START.
                15 WS-IS-E-START-DATE        PIC 9(8).
                15 WS-IS-E-START-TIME        PIC 9(4).
             10 WS-IS-E-END.
                15 WS-IS-E-END-DATE          PIC 9(8).
                15 WS-IS-E-END-TIME          PIC 9(4).
             10 WS-IS-E-LOCATION             PIC X(20).
             10 WS-IS-E-NET-COST             PIC 9(5)V99.
             10                              PIC X(3).

      * The payment-schedule file held while a changed booking's
      * schedule is moved or re-split.

       01 WS-SCHED-TABLE.
          05 WS-SC-COUNT                     PIC 9(4) VALUE 0.
          05 WS-SC-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SC-COUNT.
             10 WS-SC-RECORD                 PIC X(66).

      * Shared region-number/region-name lookup table.

             10 WS-TOUR-TBL-CODE             PIC X(3).
             10 WS-TOUR-TBL-ACTIVE           PIC X.

      * The marketing campaigns loaded for the campaign-code check.

       01 WS-CAMP-TABLE.
          05 WS-CAMP-COUNT                   PIC 999 VALUE 0.
          05 WS-CAMP-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-CAMP-COUNT
               INDEXED BY CAMP-IDX.
             10 WS-CAMP-TBL-CODE             PIC X(6).
             10 WS-CAMP-TBL-START            PIC 9(8).
             10 WS-CAMP-TBL-END              PIC 9(8).

      * Files

      * Parameter block for the shared CNOTELOG contact-notes
      * subprogram - the travel desk sees what the register and the
      * service bench told the client, and records its own calls.

       COPY CNOTEWS.

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-BKCTR                    PIC X(60)
          VALUE "C:\COBOL\BookingCounter.txt".
          05 UT-SYS-BKCHG                    PIC X(60)
          VALUE "C:\COBOL\BookingChanges.txt".
          05 UT-SYS-ALLOT                    PIC X(60)
          VALUE "C:\COBOL\AllotmentMaster.dat".
          05 UT-SYS-REGION                   PIC X(60)
          VALUE "C:\COBOL\RegionTable.txt".
          05 UT-SYS-SPFILE                   PIC X(60)
          VALUE "C:\COBOL\Passengers.txt".
          05 UT-SYS-PAYSCHED                 PIC X(60)
          VALUE "C:\COBOL\PaySchedule.txt".
          05 UT-SYS-ITINSEG                  PIC X(60)
          VALUE "C:\COBOL\ItinSegments.txt".
          05 UT-SYS-CAMPAIGN                 PIC X(60)
          VALUE "C:\COBOL\Campaigns.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE VALIDATION TABLES, OPENS THE
      * BOOKING MASTER, AND RUNS THE MENU UNTIL THE OPERATOR QUITS.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 120-LOAD-SALESPERSON-MASTER THRU 120-EXIT
           PERFORM 140-LOAD-EXCHANGE-RATES THRU 140-EXIT
           PERFORM 160-LOAD-TOUR-OPERATORS THRU 160-EXIT
           PERFORM 180-LOAD-CAMPAIGNS THRU 180-EXIT
           OPEN I-O BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
           END-IF
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "BOOKING MASTER WILL NOT OPEN - STATUS "
                   WS-BOOKING-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ALLOTMENT-FILE
           IF WS-ALLOT-STATUS = "00"
               MOVE "YES" TO WS-ALLOT-ON-FILE
           ELSE
               DISPLAY "NO ALLOTMENT MASTER ON HAND - STATUS "
                   WS-ALLOT-STATUS " - ALL DEPARTURES FREE SALE"
           END-IF
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           CLOSE BOOKING-FILE
           IF WS-ALLOT-ON-FILE = "YES"
               CLOSE ALLOTMENT-FILE
           END-IF
           DISPLAY "BOOKINGS WRITTEN " WS-WRITTEN-COUNT
               " CHANGED " WS-CHANGED-COUNT
               " REJECTED " WS-REJECT-COUNT
       STOP RUN.

       160-EXIT.

      ******************************************************************
      * 180-LOAD-CAMPAIGNS READS THE MARKETING CAMPAIGN FILE INTO ITS
      * TABLE FOR THE CAMPAIGN-CODE CHECK. WITH NO FILE ON HAND NO
      * CAMPAIGN CODE IS ACCEPTED.
      ******************************************************************
       180-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               GO TO 180-EXIT
           END-IF
           PERFORM 185-READ-CAMPAIGN THRU 185-EXIT
               UNTIL WS-CAMP-EOF = "YES"
           CLOSE CAMPAIGN-FILE.
       180-EXIT.

       185-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   MOVE "YES" TO WS-CAMP-EOF
                   GO TO 185-EXIT
           END-READ
           IF WS-CAMP-COUNT < 200
               ADD 1 TO WS-CAMP-COUNT
               SET CAMP-IDX TO WS-CAMP-COUNT
               MOVE CG-CAMPAIGN-CODE TO WS-CAMP-TBL-CODE (CAMP-IDX)
               MOVE CG-START-DATE TO WS-CAMP-TBL-START (CAMP-IDX)
               MOVE CG-END-DATE TO WS-CAMP-TBL-END (CAMP-IDX)
           END-IF.
       185-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MENU AND ROUTES TO THE CHOSEN
      * OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "TRIP BOOKINGS"
           DISPLAY "N - NEW BOOKING"
           DISPLAY "C - CHANGE OR CANCEL A BOOKING"
           DISPLAY "I - ITINERARY SEGMENTS FOR A BOOKING"
           DISPLAY "O - CLIENT CONTACT NOTES"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "N"
               WHEN "n"
                   MOVE "YES" TO WS-EOF-FLAG
                   PERFORM 400-PROMPT-BOOKING THRU 400-EXIT
                       UNTIL WS-EOF-FLAG = "NO"
               WHEN "C"
               WHEN "c"
                   PERFORM 600-CHANGE-BOOKING THRU 600-EXIT
               WHEN "I"
               WHEN "i"
                   PERFORM 850-ITINERARY THRU 850-EXIT
               WHEN "O"
               WHEN "o"
                   PERFORM 900-CLIENT-NOTES THRU 900-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 400-PROMPT-BOOKING KEYS ONE BOOKING INTERACTIVELY AND RUNS
      * THE EDITS BEFORE ANYTHING IS WRITTEN. A CANCELLATION IS NO
      * LONGER KEYED AS A RECORD OF ITS OWN - THE BOOKING ITSELF IS
      * CANCELLED THROUGH THE C OPTION. THE TRAVELERS ARE COUNTED
      * AND THE SEATS TAKEN OFF THE OPERATOR'S BLOCK BEFORE THE
      * BOOKING IS WRITTEN; A FULL BLOCK IS REFUSED OR WAITLISTED.
      ******************************************************************
       400-PROMPT-BOOKING.
           DISPLAY "ENTER BOOKING TYPE (1-4)"
           ACCEPT WS-BOOKING-TYPE
           MOVE SPACES TO WS-ORIG-BOOKING-TYPE
           DISPLAY "ENTER CLIENT NUMBER (5 DIGITS)"
           ACCEPT WS-CLIENT-NO
           IF WS-CLIENT-NO NUMERIC
               MOVE "S" TO NP-ACTION
               MOVE WS-CLIENT-NO TO NP-CLIENT-NO
               CALL "CNOTELOG" USING NP-PARMS
           END-IF
           DISPLAY "ENTER CLIENT NAME"
           ACCEPT WS-CLIENT-NAME
           DISPLAY "ENTER REGION NUMBER (2 DIGITS)"
           ACCEPT WS-COST-OF-TRIP
           DISPLAY "ENTER SALESPERSON ID (4 CHARACTERS)"
           ACCEPT WS-SALESPERSON-ID
           DISPLAY "ENTER SECOND SALESPERSON ID (BLANK = NOT SPLIT)"
           ACCEPT WS-SPLIT-SP-ID
           MOVE SPACES TO WS-SPLIT-PCT
           IF WS-SPLIT-SP-ID NOT = SPACES
               DISPLAY "ENTER SECOND SALESPERSON'S SHARE (PERCENT, "
                   "01-99)"
               ACCEPT WS-SPLIT-PCT
           END-IF
           DISPLAY "ENTER TOUR OPERATOR CODE (3 CHARACTERS)"
           ACCEPT WS-TOUR-OPERATOR
           DISPLAY "ENTER NET COST DUE OPERATOR (99999.99)"
           ACCEPT WS-NET-COST-DUE
           MOVE SPACES TO WS-CAMPAIGN-CODE
           DISPLAY "ENTER CAMPAIGN CODE (BLANK = NONE)"
           ACCEPT WS-CAMPAIGN-CODE
           PERFORM 500-EDIT-BOOKING THRU 500-EXIT
           IF WS-VALID-ENTRY = "NO"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "BOOKING NOT RECORDED - FIX AND REKEY"
               GO TO 400-NEXT
           END-IF
           PERFORM 740-COUNT-TRAVELERS THRU 740-EXIT
           PERFORM 410-HOLD-SEATS THRU 410-EXIT
           IF WS-VALID-ENTRY = "NO"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "BOOKING NOT RECORDED - BLOCK IS FULL"
               GO TO 400-NEXT
           END-IF
           PERFORM 700-WRITE-BOOKING THRU 700-EXIT
           IF WS-NEW-BOOK-STATUS = "W"
               DISPLAY "BOOKING " WS-BOOKING-NO " WAITLISTED"
           ELSE
               DISPLAY "BOOKING " WS-BOOKING-NO " RECORDED"
               PERFORM 720-WRITE-SCHEDULE THRU 720-EXIT
           END-IF
           PERFORM 750-KEY-PASSENGERS THRU 750-EXIT.
       400-NEXT.
           DISPLAY "ENTER MORE BOOKINGS?  (YES/NO)"
           ACCEPT WS-EOF-FLAG.
       400-EXIT.

      ******************************************************************
      * 410-HOLD-SEATS TAKES THE NEW BOOKING'S SEATS OFF THE
      * OPERATOR'S BLOCK FOR THE DEPARTURE. WHEN THE BLOCK CANNOT
      * TAKE THEM THE AGENT WAITLISTS THE BOOKING OR REFUSES IT. AN
      * UNDATED BOOKING IS ON NO DEPARTURE AND HOLDS NO BLOCK SEATS.
      ******************************************************************
       410-HOLD-SEATS.
           MOVE "A" TO WS-NEW-BOOK-STATUS
           MOVE WS-TOUR-OPERATOR TO WS-NEW-AL-OPERATOR
           MOVE WS-REGION-NO TO WS-NEW-AL-REGION
           MOVE WS-TRIP-DATE TO WS-NEW-AL-DATE
           MOVE WS-NEW-ALKEY TO AL-KEY
           PERFORM 590-TAKE-SEATS THRU 590-EXIT
           IF WS-SEAT-RESULT NOT = "FULL"
               GO TO 410-EXIT
           END-IF
           DISPLAY "W = WAITLIST THE BOOKING, R = REFUSE IT"
           ACCEPT WS-WAIT-CHOICE
           IF WS-WAIT-CHOICE = "W" OR WS-WAIT-CHOICE = "w"
               MOVE "W" TO WS-NEW-BOOK-STATUS
               MOVE WS-NEW-ALKEY TO AL-KEY
               PERFORM 594-ADD-WAITLIST THRU 594-EXIT
           ELSE
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF.
       410-EXIT.

      ******************************************************************
      * 500-EDIT-BOOKING RUNS EVERY CHECK 420-VALIDATE-RECORD WILL
      * RUN AT 2 A.M., WITH THE SPECIFIC COMPLAINT DISPLAYED AT THE
      ******************************************************************
       500-EDIT-BOOKING.
           MOVE "YES" TO WS-VALID-ENTRY
           IF WS-BOOKING-TYPE < "1" OR WS-BOOKING-TYPE > "4"
               DISPLAY "BOOKING TYPE MUST BE 1-4"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF
           IF WS-CLIENT-NO NOT NUMERIC
               DISPLAY "CLIENT NUMBER MUST BE 5 DIGITS"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF
           IF WS-TRIP-DATE NOT = SPACES
           END-IF
           PERFORM 520-CHECK-REGION THRU 520-EXIT
           PERFORM 540-CHECK-SALESPERSON THRU 540-EXIT
           PERFORM 545-CHECK-SPLIT THRU 545-EXIT
           PERFORM 560-CHECK-CURRENCY THRU 560-EXIT
           PERFORM 580-CHECK-TOUR-OPERATOR THRU 580-EXIT
           PERFORM 585-CHECK-CAMPAIGN THRU 585-EXIT.
       500-EXIT.

      ******************************************************************
           END-IF.
       540-EXIT.

      ******************************************************************
      * 545-CHECK-SPLIT HOLDS A COMMISSION SPLIT'S SECOND SALESPERSON
      * TO THE MASTER THE SAME WAY AS THE FIRST - WITHOUT DISTURBING
      * THE FIRST SALESPERSON'S NAME 540 KEPT FOR THE RECORD - AND
      * THEIR SHARE TO 01-99 PERCENT. A BLANK ID IS NO SPLIT.
      ******************************************************************
       545-CHECK-SPLIT.
           IF WS-SPLIT-SP-ID = SPACES
               GO TO 545-EXIT
           END-IF
           IF WS-SPLIT-SP-ID = WS-SALESPERSON-ID
               DISPLAY "SECOND SALESPERSON MUST NOT BE THE FIRST"
               MOVE "NO" TO WS-VALID-ENTRY
               GO TO 545-EXIT
           END-IF
           IF WS-SPLIT-PCT NOT NUMERIC OR WS-SPLIT-PCT = "00"
               DISPLAY "SPLIT SHARE MUST BE 2 DIGITS, 01-99"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF
           MOVE "NO" TO WS-SPLIT-FOUND
           IF WS-SP-COUNT > 0
               SET SP-IDX TO 1
               SEARCH WS-SP-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-SP-TBL-ID (SP-IDX) = WS-SPLIT-SP-ID
                       MOVE "YES" TO WS-SPLIT-FOUND
                       MOVE WS-SP-TBL-ACTIVE (SP-IDX)
                           TO WS-SPLIT-ACTIVE-FLAG
               END-SEARCH
           END-IF
           IF WS-SPLIT-FOUND = "NO"
               DISPLAY "SECOND SALESPERSON " WS-SPLIT-SP-ID
                   " IS NOT ON THE MASTER"
               MOVE "NO" TO WS-VALID-ENTRY
               GO TO 545-EXIT
           END-IF
           IF WS-SPLIT-ACTIVE-FLAG NOT = "Y"
               DISPLAY "WARNING - SALESPERSON " WS-SPLIT-SP-ID
                   " IS MARKED INACTIVE"
           END-IF.
       545-EXIT.

      ******************************************************************
      * 560-CHECK-CURRENCY REQUIRES A RATE IN FORCE ON THE ENTRY DATE
      * FOR ANY CURRENCY THAT IS NOT HOME, THE SAME RULE AS

      ******************************************************************
      * 580-CHECK-TOUR-OPERATOR REQUIRES THE FULFILLING OPERATOR TO
      * BE ON THE MASTER. AN INACTIVE OPERATOR DRAWS A WARNING.
      ******************************************************************
       580-CHECK-TOUR-OPERATOR.
           IF WS-TOUR-OPERATOR = SPACES
               DISPLAY "TOUR OPERATOR CODE IS REQUIRED"
               MOVE "NO" TO WS-VALID-ENTRY
               GO TO 580-EXIT
           END-IF
           IF WS-TOUR-COUNT = 0
       580-EXIT.

      ******************************************************************
      * 585-CHECK-CAMPAIGN HOLDS A KEYED CAMPAIGN CODE TO THE CAMPAIGN
      * FILE AND ITS RESPONSE WINDOW. A BLANK CODE IS NO CAMPAIGN.
      ******************************************************************
       585-CHECK-CAMPAIGN.
           IF WS-CAMPAIGN-CODE = SPACES
               GO TO 585-EXIT
           END-IF
           MOVE "NO" TO WS-CAMP-FOUND
           SET CAMP-IDX TO 1
           SEARCH WS-CAMP-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-CAMP-TBL-CODE (CAMP-IDX) = WS-CAMPAIGN-CODE
                   MOVE "YES" TO WS-CAMP-FOUND
           END-SEARCH
           IF WS-CAMP-FOUND = "NO"
               DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
                   " IS NOT ON THE CAMPAIGN FILE"
               MOVE "NO" TO WS-VALID-ENTRY
               GO TO 585-EXIT
           END-IF
           IF WS-TODAY < WS-CAMP-TBL-START (CAMP-IDX)
               OR WS-TODAY > WS-CAMP-TBL-END (CAMP-IDX)
               DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE " RUNS "
                   WS-CAMP-TBL-START (CAMP-IDX) " TO "
                   WS-CAMP-TBL-END (CAMP-IDX) " - NOT TODAY"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF.
       585-EXIT.

      ******************************************************************
      * 590-TAKE-SEATS TAKES WS-SEATS-NEEDED SEATS OFF THE BLOCK
      * WHOSE KEY IS IN AL-KEY. WS-SEAT-RESULT COMES BACK OK (SEATS
      * TAKEN), FULL (NOT ENOUGH LEFT - NOTHING TAKEN), OR NONE (NO
      * BLOCK ON THE DEPARTURE - FREE SALE).
      ******************************************************************
       590-TAKE-SEATS.
           MOVE "NONE" TO WS-SEAT-RESULT
           IF WS-ALLOT-ON-FILE = "NO"
               GO TO 590-EXIT
           END-IF
           READ ALLOTMENT-FILE
               INVALID KEY
                   GO TO 590-EXIT
           END-READ
           PERFORM 596-FIGURE-SEATS-LEFT THRU 596-EXIT
           IF WS-SEATS-NEEDED > WS-SEATS-LEFT
               MOVE "FULL" TO WS-SEAT-RESULT
               MOVE WS-SEATS-LEFT TO WS-SEATS-SHOWN
               DISPLAY "BLOCK " AL-TOUR-OPERATOR " REGION "
                   AL-REGION-NO " DEPARTING " AL-DEPART-DATE
                   " HAS" WS-SEATS-SHOWN " SEATS LEFT"
               IF AL-RELEASE-DATE NUMERIC
                   AND AL-RELEASE-DATE > ZEROS
                   AND WS-TODAY > AL-RELEASE-DATE
                   DISPLAY "  UNSOLD SEATS WENT BACK TO THE OPERATOR "
                       AL-RELEASE-DATE
               END-IF
               GO TO 590-EXIT
           END-IF
           ADD WS-SEATS-NEEDED TO AL-SEATS-BOOKED
           REWRITE AL-RECORD
               INVALID KEY
                   DISPLAY "ALLOTMENT BLOCK COULD NOT BE REWRITTEN - "
                       "STATUS " WS-ALLOT-STATUS
                   MOVE "FULL" TO WS-SEAT-RESULT
                   GO TO 590-EXIT
           END-REWRITE
           MOVE "OK" TO WS-SEAT-RESULT
           SUBTRACT WS-SEATS-NEEDED FROM WS-SEATS-LEFT
           MOVE WS-SEATS-LEFT TO WS-SEATS-SHOWN
           DISPLAY "SEATS HELD ON THE OPERATOR'S BLOCK -"
               WS-SEATS-SHOWN " LEFT".
       590-EXIT.

      ******************************************************************
      * 592-RELEASE-SEATS GIVES WS-SEATS-NEEDED SEATS BACK TO THE
      * BLOCK WHOSE KEY IS IN AL-KEY.
      ******************************************************************
       592-RELEASE-SEATS.
           IF WS-ALLOT-ON-FILE = "NO"
               GO TO 592-EXIT
           END-IF
           READ ALLOTMENT-FILE
               INVALID KEY
                   GO TO 592-EXIT
           END-READ
           IF WS-SEATS-NEEDED > AL-SEATS-BOOKED
               MOVE ZEROS TO AL-SEATS-BOOKED
           ELSE
               SUBTRACT WS-SEATS-NEEDED FROM AL-SEATS-BOOKED
           END-IF
           REWRITE AL-RECORD
               INVALID KEY
                   DISPLAY "ALLOTMENT BLOCK COULD NOT BE REWRITTEN - "
                       "STATUS " WS-ALLOT-STATUS
                   GO TO 592-EXIT
           END-REWRITE
           DISPLAY "SEATS GIVEN BACK TO THE OPERATOR'S BLOCK".
       592-EXIT.

      ******************************************************************
      * 594-ADD-WAITLIST AND 595-DROP-WAITLIST COUNT WS-SEATS-NEEDED
      * SEATS ON AND OFF THE WAITLIST OF THE BLOCK IN AL-KEY.
      ******************************************************************
       594-ADD-WAITLIST.
           IF WS-ALLOT-ON-FILE = "NO"
               GO TO 594-EXIT
           END-IF
           READ ALLOTMENT-FILE
               INVALID KEY
                   GO TO 594-EXIT
           END-READ
           ADD WS-SEATS-NEEDED TO AL-SEATS-WAITLISTED
           REWRITE AL-RECORD
               INVALID KEY
                   DISPLAY "ALLOTMENT BLOCK COULD NOT BE REWRITTEN - "
                       "STATUS " WS-ALLOT-STATUS
           END-REWRITE.
       594-EXIT.

       595-DROP-WAITLIST.
           IF WS-ALLOT-ON-FILE = "NO"
               GO TO 595-EXIT
           END-IF
           READ ALLOTMENT-FILE
               INVALID KEY
                   GO TO 595-EXIT
           END-READ
           IF WS-SEATS-NEEDED > AL-SEATS-WAITLISTED
               MOVE ZEROS TO AL-SEATS-WAITLISTED
           ELSE
               SUBTRACT WS-SEATS-NEEDED FROM AL-SEATS-WAITLISTED
           END-IF
           REWRITE AL-RECORD
               INVALID KEY
                   DISPLAY "ALLOTMENT BLOCK COULD NOT BE REWRITTEN - "
                       "STATUS " WS-ALLOT-STATUS
           END-REWRITE.
       595-EXIT.

      ******************************************************************
      * 596-FIGURE-SEATS-LEFT IS THE BLOCK'S UNSOLD SEATS - NONE AT
      * ALL ONCE THE RELEASE DATE HAS PASSED AND THE OPERATOR HAS
      * TAKEN THEM BACK.
      ******************************************************************
       596-FIGURE-SEATS-LEFT.
           COMPUTE WS-SEATS-LEFT =
               AL-SEATS-CONTRACTED - AL-SEATS-BOOKED
           IF WS-SEATS-LEFT < ZEROS
               MOVE ZEROS TO WS-SEATS-LEFT
           END-IF
           IF AL-RELEASE-DATE NUMERIC
               AND AL-RELEASE-DATE > ZEROS
               AND WS-TODAY > AL-RELEASE-DATE
               MOVE ZEROS TO WS-SEATS-LEFT
           END-IF.
       596-EXIT.

      ******************************************************************
      * 597-BOOKING-SEATS AND 598-BOOKING-BLOCK PICK UP THE SEATS
      * THE BOOKING IN HAND HOLDS AND THE BLOCK IT HOLDS THEM ON.
      ******************************************************************
       597-BOOKING-SEATS.
           IF BK-SEATS NUMERIC AND BK-SEATS > ZEROS
               MOVE BK-SEATS TO WS-SEATS-NEEDED
           ELSE
               MOVE 1 TO WS-SEATS-NEEDED
           END-IF.
       597-EXIT.

       598-BOOKING-BLOCK.
           MOVE BK-TOUR-OPERATOR TO WS-OLD-AL-OPERATOR
           MOVE BK-REGION-NO TO WS-OLD-AL-REGION
           MOVE BK-TRIP-DATE TO WS-OLD-AL-DATE.
       598-EXIT.

      ******************************************************************
      * 600-CHANGE-BOOKING BRINGS A BOOKING UP BY NUMBER AND TAKES
      * CHANGES TO IT ONE FIELD AT A TIME UNTIL THE OPERATOR IS DONE.
      * EACH CHANGE IS EDITED, REWRITTEN, AND LOGGED AS IT IS MADE;
      * A DATE OR COST CHANGE MOVES THE PAYMENT SCHEDULE ON THE WAY
      * OUT. A WAITLISTED BOOKING IS CONFIRMED OR CANCELLED THROUGH
      * THE STATUS CHANGE.
      ******************************************************************
       600-CHANGE-BOOKING.
           DISPLAY "ENTER BOOKING NUMBER"
           ACCEPT WS-BOOKING-NO
           IF WS-BOOKING-NO NOT NUMERIC
               DISPLAY "BOOKING NUMBER MUST BE 6 DIGITS"
               GO TO 600-EXIT
           END-IF
           MOVE WS-BOOKING-NO TO BK-BOOKING-NO
           READ BOOKING-FILE
               INVALID KEY
                   DISPLAY "BOOKING " WS-BOOKING-NO " IS NOT ON FILE"
                   GO TO 600-EXIT
           END-READ
           IF BK-CANCEL-ONLY
               DISPLAY "BOOKING " WS-BOOKING-NO " IS A CANCELLATION "
                   "RECORD ONLY - NOTHING TO CHANGE"
               GO TO 600-EXIT
           END-IF
           PERFORM 610-LOAD-ENTRY THRU 610-EXIT
           MOVE "NO" TO WS-CHANGES-DONE WS-RETERM-NEEDED
           PERFORM 620-CHANGE-ONE THRU 620-EXIT
               UNTIL WS-CHANGES-DONE = "YES"
           IF WS-RETERM-NEEDED = "YES"
               PERFORM 800-RETERM-SCHEDULE THRU 800-EXIT
           END-IF.
       600-EXIT.

       610-LOAD-ENTRY.
           MOVE BK-BOOKING-TYPE TO WS-BOOKING-TYPE
           MOVE SPACES TO WS-ORIG-BOOKING-TYPE
           MOVE BK-CLIENT-NO TO WS-CLIENT-NO
           MOVE BK-CLIENT-NAME TO WS-CLIENT-NAME
           MOVE BK-REGION-NO TO WS-REGION-NO
           MOVE BK-TRIP-DATE TO WS-TRIP-DATE
           MOVE BK-CURRENCY-CODE TO WS-CURRENCY-CODE
           MOVE BK-COST-OF-TRIP TO WS-COST-OF-TRIP
           MOVE BK-SALESPERSON-ID TO WS-SALESPERSON-ID
           MOVE BK-SPLIT-SP-ID TO WS-SPLIT-SP-ID
           MOVE SPACES TO WS-SPLIT-PCT
           IF BK-SPLIT-SP-ID NOT = SPACES
               MOVE BK-SPLIT-PCT TO WS-SPLIT-PCT
           END-IF
           MOVE BK-TOUR-OPERATOR TO WS-TOUR-OPERATOR
           MOVE BK-NET-COST-DUE TO WS-NET-COST-DUE.
       610-EXIT.

       615-SHOW-BOOKING.
           DISPLAY " "
           DISPLAY "BOOKING " BK-BOOKING-NO " STATUS " BK-STATUS
               " TYPE " BK-BOOKING-TYPE " BOOKED " BK-BOOKED-DATE
           DISPLAY "  CLIENT " BK-CLIENT-NO " " BK-CLIENT-NAME
           DISPLAY "  REGION " BK-REGION-NO " TRIP DATE "
               BK-TRIP-DATE " COST " BK-COST-OF-TRIP " "
               BK-CURRENCY-CODE
           DISPLAY "  AGENT " BK-SALESPERSON-ID " OPERATOR "
               BK-TOUR-OPERATOR " NET DUE " BK-NET-COST-DUE
           IF BK-SPLIT-SP-ID NOT = SPACES
               DISPLAY "  SPLIT WITH " BK-SPLIT-SP-ID " AT "
                   BK-SPLIT-PCT " PERCENT"
           END-IF.
       615-EXIT.

       620-CHANGE-ONE.
           PERFORM 615-SHOW-BOOKING THRU 615-EXIT
           DISPLAY "CHANGE D=DATE R=REGION C=COST P=SPLIT S=STATUS "
               "X=DONE"
           ACCEPT WS-CHANGE-CHOICE
           IF BK-CANCELLED
               AND WS-CHANGE-CHOICE NOT = "S"
               AND WS-CHANGE-CHOICE NOT = "s"
               AND WS-CHANGE-CHOICE NOT = "X"
               AND WS-CHANGE-CHOICE NOT = "x"
               DISPLAY "BOOKING IS CANCELLED - REINSTATE IT FIRST"
               GO TO 620-EXIT
           END-IF
           EVALUATE WS-CHANGE-CHOICE
               WHEN "D"
               WHEN "d"
                   PERFORM 630-CHANGE-DATE THRU 630-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 640-CHANGE-REGION THRU 640-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 650-CHANGE-COST THRU 650-EXIT
               WHEN "P"
               WHEN "p"
                   PERFORM 655-CHANGE-SPLIT THRU 655-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 660-CHANGE-STATUS THRU 660-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-CHANGES-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       620-EXIT.

      ******************************************************************
      * 630-CHANGE-DATE MOVES THE TRIP DATE, HELD TO THE REGION'S
      * OPENED/CLOSED WINDOW THE SAME AS A NEW BOOKING, AND ITS SEATS
      * MOVED TO THE NEW DEPARTURE'S BLOCK.
      ******************************************************************
       630-CHANGE-DATE.
           DISPLAY "ENTER NEW TRIP DATE (YYYYMMDD)"
           ACCEPT WS-TRIP-DATE
           IF WS-TRIP-DATE NOT NUMERIC
               DISPLAY "TRIP DATE MUST BE YYYYMMDD - NOT CHANGED"
               MOVE BK-TRIP-DATE TO WS-TRIP-DATE
               GO TO 630-EXIT
           END-IF
           MOVE "YES" TO WS-VALID-ENTRY
           PERFORM 520-CHECK-REGION THRU 520-EXIT
           IF WS-VALID-ENTRY = "NO"
               DISPLAY "TRIP DATE NOT CHANGED"
               MOVE BK-TRIP-DATE TO WS-TRIP-DATE
               GO TO 630-EXIT
           END-IF
           MOVE BK-TOUR-OPERATOR TO WS-NEW-AL-OPERATOR
           MOVE BK-REGION-NO TO WS-NEW-AL-REGION
           MOVE WS-TRIP-DATE TO WS-NEW-AL-DATE
           PERFORM 672-MOVE-SEATS THRU 672-EXIT
           IF WS-MOVE-OK = "NO"
               DISPLAY "TRIP DATE NOT CHANGED"
               MOVE BK-TRIP-DATE TO WS-TRIP-DATE
               GO TO 630-EXIT
           END-IF
           MOVE "DATE" TO WS-CHANGE-FIELD
           MOVE BK-TRIP-DATE TO WS-OLD-VALUE
           MOVE WS-TRIP-DATE TO WS-NEW-VALUE BK-TRIP-DATE
           PERFORM 680-REWRITE-BOOKING THRU 680-EXIT
           MOVE "YES" TO WS-RETERM-NEEDED.
       630-EXIT.

      ******************************************************************
      * 640-CHANGE-REGION MOVES THE BOOKING TO ANOTHER REGION ON THE
      * SHARED TABLE, OPEN ON THE TRIP DATE, AND ITS SEATS TO THAT
      * REGION'S BLOCK.
      ******************************************************************
       640-CHANGE-REGION.
           DISPLAY "ENTER NEW REGION NUMBER (2 DIGITS)"
           ACCEPT WS-REGION-NO
           MOVE "YES" TO WS-VALID-ENTRY
           PERFORM 520-CHECK-REGION THRU 520-EXIT
           IF WS-VALID-ENTRY = "NO"
               DISPLAY "REGION NOT CHANGED"
               MOVE BK-REGION-NO TO WS-REGION-NO
               GO TO 640-EXIT
           END-IF
           MOVE BK-TOUR-OPERATOR TO WS-NEW-AL-OPERATOR
           MOVE WS-REGION-NO TO WS-NEW-AL-REGION
           MOVE BK-TRIP-DATE TO WS-NEW-AL-DATE
           PERFORM 672-MOVE-SEATS THRU 672-EXIT
           IF WS-MOVE-OK = "NO"
               DISPLAY "REGION NOT CHANGED"
               MOVE BK-REGION-NO TO WS-REGION-NO
               GO TO 640-EXIT
           END-IF
           MOVE "REGION" TO WS-CHANGE-FIELD
           MOVE BK-REGION-NO TO WS-OLD-VALUE
           MOVE WS-REGION-NO TO WS-NEW-VALUE BK-REGION-NO
           PERFORM 680-REWRITE-BOOKING THRU 680-EXIT.
       640-EXIT.

      ******************************************************************
      * 650-CHANGE-COST CHANGES THE COST OF THE TRIP IN THE SOLD
      * CURRENCY; THE SCHEDULE'S DEPOSIT AND FINAL ARE RE-SPLIT.
      ******************************************************************
       650-CHANGE-COST.
           DISPLAY "ENTER NEW COST OF TRIP (WHOLE DOLLARS, 5 DIGITS)"
           ACCEPT WS-COST-EDIT
           IF WS-COST-EDIT NOT NUMERIC
               DISPLAY "COST MUST BE 5 DIGITS - NOT CHANGED"
               GO TO 650-EXIT
           END-IF
           MOVE "COST" TO WS-CHANGE-FIELD
           MOVE BK-COST-OF-TRIP TO WS-OLD-VALUE
           MOVE WS-COST-EDIT TO WS-NEW-VALUE BK-COST-OF-TRIP
               WS-COST-OF-TRIP
           PERFORM 680-REWRITE-BOOKING THRU 680-EXIT
           MOVE "YES" TO WS-RETERM-NEEDED.
       650-EXIT.

      ******************************************************************
      * 655-CHANGE-SPLIT PUTS A COMMISSION SPLIT ON THE BOOKING,
      * CHANGES IT, OR TAKES IT OFF WITH A BLANK ID, EDITED BY
      * 545-CHECK-SPLIT THE SAME AS A NEW BOOKING'S. THE NEXT NIGHTLY
      * RUN PAYS THE BOOKING BY THE SPLIT AS IT THEN STANDS.
      ******************************************************************
       655-CHANGE-SPLIT.
           DISPLAY "ENTER SECOND SALESPERSON ID (BLANK = NOT SPLIT)"
           ACCEPT WS-SPLIT-SP-ID
           MOVE SPACES TO WS-SPLIT-PCT
           IF WS-SPLIT-SP-ID NOT = SPACES
               DISPLAY "ENTER SECOND SALESPERSON'S SHARE (PERCENT, "
                   "01-99)"
               ACCEPT WS-SPLIT-PCT
           END-IF
           MOVE "YES" TO WS-VALID-ENTRY
           PERFORM 545-CHECK-SPLIT THRU 545-EXIT
           IF WS-VALID-ENTRY = "NO"
               DISPLAY "SPLIT NOT CHANGED"
               PERFORM 610-LOAD-ENTRY THRU 610-EXIT
               GO TO 655-EXIT
           END-IF
           MOVE "SPLIT" TO WS-CHANGE-FIELD
           MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE
           IF BK-SPLIT-SP-ID NOT = SPACES
               STRING BK-SPLIT-SP-ID " " BK-SPLIT-PCT
                   DELIMITED BY SIZE INTO WS-OLD-VALUE
               END-STRING
           END-IF
           MOVE WS-SPLIT-SP-ID TO BK-SPLIT-SP-ID
           MOVE ZEROS TO BK-SPLIT-PCT
           IF WS-SPLIT-SP-ID NOT = SPACES
               MOVE WS-SPLIT-PCT TO BK-SPLIT-PCT
               STRING BK-SPLIT-SP-ID " " BK-SPLIT-PCT
                   DELIMITED BY SIZE INTO WS-NEW-VALUE
               END-STRING
           END-IF
           PERFORM 680-REWRITE-BOOKING THRU 680-EXIT.
       655-EXIT.

      ******************************************************************
      * 660-CHANGE-STATUS CANCELS AN ACTIVE BOOKING OR REINSTATES A
      * CANCELLED ONE, AFTER A CONFIRMATION. THE PAYMENT SCHEDULE AND
      * TRAVELERS STAY ON FILE EITHER WAY - A DEPOSIT TAKEN ON A
      * CANCELLED TRIP IS STILL THE CLIENT'S MONEY. CANCELLING GIVES
      * THE BOOKING'S SEATS BACK TO THE OPERATOR'S BLOCK; REINSTATING
      * TAKES THEM AGAIN, AND IS REFUSED WHEN THE BLOCK IS FULL. A
      * BOOKING WHOSE CANCELLATION REFUND HAS BEEN FIGURED (ITS
      * SCHEDULE CLOSED BY TRIPRFND) IS NOT REINSTATED - IT IS
      * BOOKED AGAIN AS NEW.
      ******************************************************************
       660-CHANGE-STATUS.
           PERFORM 597-BOOKING-SEATS THRU 597-EXIT
           PERFORM 598-BOOKING-BLOCK THRU 598-EXIT
           IF BK-WAITLISTED
               PERFORM 670-WAITLIST-STATUS THRU 670-EXIT
               GO TO 660-EXIT
           END-IF
           IF BK-CANCELLED
               PERFORM 667-CHECK-REFUNDED THRU 667-EXIT
               IF WS-REFUNDED = "YES"
                   DISPLAY "CANCELLATION REFUND ALREADY FIGURED - "
                       "BOOK THE TRIP AGAIN AS NEW"
                   GO TO 660-EXIT
               END-IF
           END-IF
           IF BK-ACTIVE
               DISPLAY "CANCEL THIS BOOKING? (Y/N)"
               MOVE "C" TO WS-NEW-STATUS
           ELSE
               DISPLAY "REINSTATE THIS BOOKING? (Y/N)"
               MOVE "A" TO WS-NEW-STATUS
           END-IF
           ACCEPT WS-CHANGE-CHOICE
           IF WS-CHANGE-CHOICE NOT = "Y" AND WS-CHANGE-CHOICE NOT = "y"
               DISPLAY "STATUS NOT CHANGED"
               GO TO 660-EXIT
           END-IF
           MOVE WS-OLD-ALKEY TO AL-KEY
           IF WS-NEW-STATUS = "C"
               PERFORM 592-RELEASE-SEATS THRU 592-EXIT
           ELSE
               PERFORM 590-TAKE-SEATS THRU 590-EXIT
               IF WS-SEAT-RESULT = "FULL"
                   DISPLAY "BLOCK IS FULL - BOOKING NOT REINSTATED"
                   GO TO 660-EXIT
               END-IF
           END-IF
           PERFORM 665-SET-STATUS THRU 665-EXIT.
       660-EXIT.

      ******************************************************************
      * 665-SET-STATUS PUTS WS-NEW-STATUS ON THE BOOKING AND REWRITES
      * IT. A BOOKING GOING ACTIVE THAT HAS NEVER HAD A PAYMENT
      * SCHEDULE - ONE CONFIRMED OFF THE WAITLIST - GETS ONE NOW.
      ******************************************************************
       665-SET-STATUS.
           MOVE "STATUS" TO WS-CHANGE-FIELD
           MOVE BK-STATUS TO WS-OLD-VALUE
           MOVE WS-NEW-STATUS TO WS-NEW-VALUE BK-STATUS
           IF BK-CANCELLED
               MOVE WS-TODAY TO BK-CANCELLED-DATE
           ELSE
               MOVE ZEROS TO BK-CANCELLED-DATE
           END-IF
           MOVE "NO" TO WS-SCHEDULE-DUE
           IF BK-ACTIVE AND BK-NO-SCHEDULE
               MOVE "YES" TO WS-SCHEDULE-DUE
               MOVE "Y" TO BK-SCHEDULE-FLAG
           END-IF
           PERFORM 680-REWRITE-BOOKING THRU 680-EXIT
           IF WS-SCHEDULE-DUE = "YES"
               IF WS-TRIP-DATE NUMERIC
                   MOVE WS-TRIP-DATE TO WS-TRIP-DATE-USED
               ELSE
                   MOVE WS-TODAY TO WS-TRIP-DATE-USED
               END-IF
               PERFORM 720-WRITE-SCHEDULE THRU 720-EXIT
           END-IF.
       665-EXIT.

      ******************************************************************
      * 667-CHECK-REFUNDED LOOKS FOR THE BOOKING'S PAYMENT SCHEDULE
      * CLOSED ON A CANCELLATION REFUND.
      ******************************************************************
       667-CHECK-REFUNDED.
           MOVE "NO" TO WS-REFUNDED
           OPEN INPUT PAY-SCHEDULE-FILE
           IF WS-PAYSCHED-STATUS NOT = "00"
               GO TO 667-EXIT
           END-IF
           MOVE "NO" TO WS-SC-EOF
           PERFORM 668-READ-FOR-REFUND THRU 668-EXIT
               UNTIL WS-SC-EOF = "YES"
           CLOSE PAY-SCHEDULE-FILE.
       667-EXIT.

       668-READ-FOR-REFUND.
           READ PAY-SCHEDULE-FILE
               AT END
                   MOVE "YES" TO WS-SC-EOF
                   GO TO 668-EXIT
           END-READ
           IF PS-BOOKING-NO = BK-BOOKING-NO AND PS-CLOSED
               MOVE "YES" TO WS-REFUNDED
           END-IF.
       668-EXIT.

      ******************************************************************
      * 670-WAITLIST-STATUS CONFIRMS A WAITLISTED BOOKING WHEN ITS
      * SEATS CAN BE TAKEN OFF THE BLOCK, OR CANCELS IT; EITHER WAY
      * IT COMES OFF THE BLOCK'S WAITLIST.
      ******************************************************************
       670-WAITLIST-STATUS.
           DISPLAY "C = CONFIRM OFF THE WAITLIST, X = CANCEL IT, "
               "ENTER = LEAVE IT WAITLISTED"
           ACCEPT WS-CHANGE-CHOICE
           EVALUATE WS-CHANGE-CHOICE
               WHEN "C"
               WHEN "c"
                   MOVE WS-OLD-ALKEY TO AL-KEY
                   PERFORM 590-TAKE-SEATS THRU 590-EXIT
                   IF WS-SEAT-RESULT = "FULL"
                       DISPLAY "STILL NO ROOM - LEFT ON THE WAITLIST"
                       GO TO 670-EXIT
                   END-IF
                   MOVE "A" TO WS-NEW-STATUS
               WHEN "X"
               WHEN "x"
                   MOVE "C" TO WS-NEW-STATUS
               WHEN OTHER
                   DISPLAY "STATUS NOT CHANGED"
                   GO TO 670-EXIT
           END-EVALUATE
           MOVE WS-OLD-ALKEY TO AL-KEY
           PERFORM 595-DROP-WAITLIST THRU 595-EXIT
           PERFORM 665-SET-STATUS THRU 665-EXIT.
       670-EXIT.

      ******************************************************************
      * 672-MOVE-SEATS MOVES THE BOOKING'S SEATS FROM ITS PRESENT
      * BLOCK TO THE ONE IN WS-NEW-ALKEY WHEN A DATE OR REGION CHANGE
      * PUTS IT ON ANOTHER DEPARTURE. WS-MOVE-OK COMES BACK NO WHEN
      * THE NEW BLOCK CANNOT TAKE THEM. A WAITLISTED BOOKING MOVES
      * FROM ONE WAITLIST TO THE OTHER.
      ******************************************************************
       672-MOVE-SEATS.
           MOVE "YES" TO WS-MOVE-OK
           PERFORM 597-BOOKING-SEATS THRU 597-EXIT
           PERFORM 598-BOOKING-BLOCK THRU 598-EXIT
           IF WS-OLD-ALKEY = WS-NEW-ALKEY
               GO TO 672-EXIT
           END-IF
           IF BK-WAITLISTED
               MOVE WS-OLD-ALKEY TO AL-KEY
               PERFORM 595-DROP-WAITLIST THRU 595-EXIT
               MOVE WS-NEW-ALKEY TO AL-KEY
               PERFORM 594-ADD-WAITLIST THRU 594-EXIT
               GO TO 672-EXIT
           END-IF
           MOVE WS-NEW-ALKEY TO AL-KEY
           PERFORM 590-TAKE-SEATS THRU 590-EXIT
           IF WS-SEAT-RESULT = "FULL"
               MOVE "NO" TO WS-MOVE-OK
               GO TO 672-EXIT
           END-IF
           MOVE WS-OLD-ALKEY TO AL-KEY
           PERFORM 592-RELEASE-SEATS THRU 592-EXIT.
       672-EXIT.

      ******************************************************************
      * 680-REWRITE-BOOKING PUTS THE CHANGED BOOKING BACK ON THE
      * MASTER AND LOGS THE CHANGE.
      ******************************************************************
       680-REWRITE-BOOKING.
           MOVE WS-TODAY TO BK-CHANGED-DATE
           REWRITE BK-RECORD
               INVALID KEY
                   DISPLAY "BOOKING " BK-BOOKING-NO
                       " COULD NOT BE REWRITTEN - STATUS "
                       WS-BOOKING-STATUS
                   GO TO 680-EXIT
           END-REWRITE
           MOVE BK-BOOKING-NO TO WS-BOOKING-NO
           PERFORM 690-LOG-CHANGE THRU 690-EXIT
           ADD 1 TO WS-CHANGED-COUNT
           DISPLAY WS-CHANGE-FIELD " CHANGED FROM " WS-OLD-VALUE
               " TO " WS-NEW-VALUE.
       680-EXIT.

      ******************************************************************
      * 690-LOG-CHANGE APPENDS ONE RECORD TO THE BOOKING CHANGE
      * HISTORY.
      ******************************************************************
       690-LOG-CHANGE.
           OPEN EXTEND BOOKING-CHANGE-FILE
           IF WS-BKCHG-STATUS NOT = "00"
               OPEN OUTPUT BOOKING-CHANGE-FILE
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-BOOKING-NO TO BH-BOOKING-NO
           MOVE WS-TODAY TO BH-DATE
           MOVE WS-NOW-TIME TO BH-TIME
           MOVE WS-CHANGE-FIELD TO BH-FIELD
           MOVE WS-OLD-VALUE TO BH-OLD-VALUE
           MOVE WS-NEW-VALUE TO BH-NEW-VALUE
           WRITE BH-RECORD
           CLOSE BOOKING-CHANGE-FILE.
       690-EXIT.

      ******************************************************************
      * 700-WRITE-BOOKING WRITES THE BOOKING TO THE MASTER UNDER THE
      * NEXT BOOKING NUMBER, CARRYING THE SALESPERSON MASTER'S
      * CANONICAL NAME THE WAY THE NIGHTLY SORT EXPECTS IT, ACTIVE OR
      * WAITLISTED AS 410-HOLD-SEATS LEFT IT, AND LOGS IT AS NEW ON
      * THE CHANGE HISTORY.
      ******************************************************************
       700-WRITE-BOOKING.
           PERFORM 710-GET-BOOKING-NUMBER THRU 710-EXIT
           MOVE SPACES TO BK-RECORD
           MOVE WS-BOOKING-NO TO BK-BOOKING-NO
           MOVE WS-NEW-BOOK-STATUS TO BK-STATUS
           MOVE WS-SEATS-NEEDED TO BK-SEATS
           IF BK-WAITLISTED
               MOVE "N" TO BK-SCHEDULE-FLAG
           ELSE
               MOVE "Y" TO BK-SCHEDULE-FLAG
           END-IF
           MOVE WS-BOOKING-TYPE TO BK-BOOKING-TYPE
           MOVE WS-CLIENT-NO TO BK-CLIENT-NO
           MOVE WS-CLIENT-NAME TO BK-CLIENT-NAME
           MOVE WS-REGION-NO TO BK-REGION-NO
           MOVE WS-TRIP-DATE TO BK-TRIP-DATE
           MOVE WS-CURRENCY-CODE TO BK-CURRENCY-CODE
           MOVE WS-COST-OF-TRIP TO BK-COST-OF-TRIP
           MOVE WS-SP-LOOKUP-NAME TO BK-SALESPERSON-NAME
           MOVE WS-SALESPERSON-ID TO BK-SALESPERSON-ID
           MOVE WS-SPLIT-SP-ID TO BK-SPLIT-SP-ID
           MOVE ZEROS TO BK-SPLIT-PCT
           IF WS-SPLIT-SP-ID NOT = SPACES
               MOVE WS-SPLIT-PCT TO BK-SPLIT-PCT
           END-IF
           MOVE WS-TOUR-OPERATOR TO BK-TOUR-OPERATOR
           MOVE WS-NET-COST-DUE TO BK-NET-COST-DUE
           MOVE WS-CAMPAIGN-CODE TO BK-CAMPAIGN-CODE
           MOVE WS-TODAY TO BK-BOOKED-DATE BK-CHANGED-DATE
           MOVE ZEROS TO BK-CANCELLED-DATE
           WRITE BK-RECORD
               INVALID KEY
                   DISPLAY "BOOKING " WS-BOOKING-NO
                       " ALREADY ON THE MASTER - CHECK THE COUNTER"
                   GO TO 700-EXIT
           END-WRITE
           MOVE "NEW" TO WS-CHANGE-FIELD
           MOVE SPACES TO WS-OLD-VALUE
           MOVE WS-TRIP-DATE TO WS-NEW-VALUE
           PERFORM 690-LOG-CHANGE THRU 690-EXIT
           ADD 1 TO WS-WRITTEN-COUNT.
       700-EXIT.

      ******************************************************************
      * 710-GET-BOOKING-NUMBER DRAWS THE NEXT BOOKING NUMBER FROM THE
      * PERSISTED COUNTER, THE SAME WAY WORKORD DRAWS WORK ORDER
      * NUMBERS.
      ******************************************************************
       710-GET-BOOKING-NUMBER.
           OPEN INPUT BOOKING-COUNTER-FILE
           IF WS-BKCTR-STATUS NOT = "00"
               MOVE ZEROS TO BKCTR-RECORD
               OPEN OUTPUT BOOKING-COUNTER-FILE
               WRITE BKCTR-RECORD
               CLOSE BOOKING-COUNTER-FILE
               OPEN INPUT BOOKING-COUNTER-FILE
           END-IF
           READ BOOKING-COUNTER-FILE
               AT END MOVE ZEROS TO BKCTR-RECORD
           END-READ
           MOVE BKCTR-RECORD TO WS-BOOKING-NO
           CLOSE BOOKING-COUNTER-FILE
           ADD 1 TO WS-BOOKING-NO
           MOVE WS-BOOKING-NO TO BKCTR-RECORD
           OPEN OUTPUT BOOKING-COUNTER-FILE
           WRITE BKCTR-RECORD
           CLOSE BOOKING-COUNTER-FILE.
       710-EXIT.

      ******************************************************************
      * 720-WRITE-SCHEDULE APPENDS THE BOOKING'S PAYMENT SCHEDULE:
      * 20 PERCENT DEPOSIT DUE TODAY, BALANCE DUE 30 DAYS BEFORE
      * TRIPPAY KEYS THE RECEIPTS AND AGES THE DUE DATES.
      ******************************************************************
       720-WRITE-SCHEDULE.
           PERFORM 725-FIGURE-TERMS THRU 725-EXIT
           OPEN EXTEND PAY-SCHEDULE-FILE
           IF WS-PAYSCHED-STATUS NOT = "00"
               OPEN OUTPUT PAY-SCHEDULE-FILE
           END-IF
           MOVE SPACES TO PS-RECORD
           MOVE WS-BOOKING-NO TO PS-BOOKING-NO
           MOVE WS-CLIENT-NO TO PS-CLIENT-NO
           MOVE WS-TRIP-DATE TO PS-TRIP-DATE
           MOVE WS-TODAY TO PS-DEPOSIT-DUE-DATE
               " DUE " WS-FINAL-DUE.
       720-EXIT.

      ******************************************************************
      * 725-FIGURE-TERMS SPLITS THE COST INTO THE DEPOSIT AND FINAL
      * AMOUNTS AND DATES THE FINAL FROM THE TRIP DATE.
      ******************************************************************
       725-FIGURE-TERMS.
           COMPUTE WS-DEPOSIT-AMT ROUNDED = WS-COST-OF-TRIP * 0.20
           COMPUTE WS-FINAL-AMT = WS-COST-OF-TRIP - WS-DEPOSIT-AMT
           IF WS-TRIP-DATE NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TRIP-DATE-USED) - 30
               COMPUTE WS-FINAL-DUE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               IF WS-FINAL-DUE < WS-TODAY
                   MOVE WS-TODAY TO WS-FINAL-DUE
               END-IF
           ELSE
               MOVE WS-TODAY TO WS-FINAL-DUE
           END-IF.
       725-EXIT.

      ******************************************************************
      * 740-COUNT-TRAVELERS TAKES THE NUMBER OF TRAVELERS BEFORE THE
      * BOOKING IS WRITTEN - IT IS THE NUMBER OF SEATS THE BOOKING
      * TAKES OFF THE OPERATOR'S BLOCK, ONE AT THE LEAST.
      ******************************************************************
       740-COUNT-TRAVELERS.
           DISPLAY "HOW MANY TRAVELERS ON THIS BOOKING? (0-99)"
           ACCEPT WS-PAX-WANTED
           IF WS-PAX-WANTED NOT NUMERIC
               MOVE ZEROS TO WS-PAX-WANTED
           END-IF
           IF WS-PAX-WANTED = ZEROS
               MOVE 1 TO WS-SEATS-NEEDED
           ELSE
               MOVE WS-PAX-WANTED TO WS-SEATS-NEEDED
           END-IF.
       740-EXIT.

      ******************************************************************
      * 750-KEY-PASSENGERS KEYS THE TRAVELERS ON THE BOOKING JUST
      * WRITTEN - NAME, DATE OF BIRTH, AND DOCUMENT DETAILS (TYPE,
      * NUMBER, EXPIRY AND ISSUING COUNTRY) PER
      * TRAVELER, THE LEAD CLIENT INCLUDED - ONTO THE PASSENGER
      * FILE KEYED BY THE BOOKING NUMBER, AS MANY AS 740 COUNTED.
      * ZERO TRAVELERS IS ALLOWED; THE PAPER FOLDER ERA KEYED
      * NOBODY AT ALL.
      ******************************************************************
       750-KEY-PASSENGERS.
           IF WS-PAX-WANTED = ZEROS
               GO TO 750-EXIT
           END-IF
           OPEN EXTEND PASSENGER-FILE
           ACCEPT WS-PAX-DOC-TYPE
           DISPLAY "DOCUMENT NUMBER"
           ACCEPT WS-PAX-DOC-NUMBER
           DISPLAY "DOCUMENT EXPIRY DATE (YYYYMMDD)"
           MOVE SPACES TO WS-PAX-DOC-EXPIRY
           ACCEPT WS-PAX-DOC-EXPIRY
           DISPLAY "DOCUMENT ISSUING COUNTRY (3 LETTERS)"
           MOVE SPACES TO WS-PAX-DOC-COUNTRY
           ACCEPT WS-PAX-DOC-COUNTRY
           MOVE SPACES TO PAX-RECORD
           MOVE WS-BOOKING-NO TO PAX-BOOKING-NO
           MOVE WS-PAX-NAME TO PAX-NAME
           MOVE WS-PAX-BIRTH-DATE TO PAX-BIRTH-DATE
           MOVE WS-PAX-DOC-TYPE TO PAX-DOC-TYPE
           MOVE WS-PAX-DOC-NUMBER TO PAX-DOC-NUMBER
           MOVE WS-PAX-DOC-EXPIRY TO PAX-DOC-EXPIRY
           MOVE WS-PAX-DOC-COUNTRY TO PAX-DOC-COUNTRY
           WRITE PAX-RECORD.
       760-EXIT.

      ******************************************************************
      * 800-RETERM-SCHEDULE CARRIES A CHANGED TRIP DATE OR COST
      * THROUGH TO THE BOOKING'S PAYMENT SCHEDULE: THE FINAL DUE DATE
      * IS RE-DATED FROM THE NEW TRIP DATE AND THE DEPOSIT AND FINAL
      * AMOUNTS RE-SPLIT FROM THE NEW COST, ON THE HOUSE TERMS.
      * RECEIPTS ALREADY TAKEN STAND. THE WHOLE FILE IS HELD AND
      * WRITTEN BACK, THE WAY TRIPPAY SAVES ITS RECEIPTS.
      ******************************************************************
       800-RETERM-SCHEDULE.
           IF WS-TRIP-DATE NUMERIC
               MOVE WS-TRIP-DATE TO WS-TRIP-DATE-USED
           END-IF
           PERFORM 725-FIGURE-TERMS THRU 725-EXIT
           MOVE ZEROS TO WS-SC-COUNT
           OPEN INPUT PAY-SCHEDULE-FILE
           IF WS-PAYSCHED-STATUS NOT = "00"
               DISPLAY "NO PAYMENT SCHEDULES ON FILE - NOTHING MOVED"
               GO TO 800-EXIT
           END-IF
           MOVE "NO" TO WS-SC-EOF WS-SC-FULL
           PERFORM 810-READ-SCHEDULE THRU 810-EXIT
               UNTIL WS-SC-EOF = "YES"
           CLOSE PAY-SCHEDULE-FILE
           IF WS-SC-FULL = "YES"
               DISPLAY "PAYMENT SCHEDULE FILE TOO LARGE TO HOLD - "
                   "SCHEDULE NOT MOVED"
               GO TO 800-EXIT
           END-IF
           OPEN OUTPUT PAY-SCHEDULE-FILE
           PERFORM 820-RETERM-ONE THRU 820-EXIT
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT
           CLOSE PAY-SCHEDULE-FILE.
       800-EXIT.

       810-READ-SCHEDULE.
           READ PAY-SCHEDULE-FILE
               AT END
                   MOVE "YES" TO WS-SC-EOF
                   GO TO 810-EXIT
           END-READ
           IF WS-SC-COUNT >= 2000
               MOVE "YES" TO WS-SC-EOF WS-SC-FULL
               GO TO 810-EXIT
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE PS-RECORD TO WS-SC-RECORD (WS-SC-COUNT).
       810-EXIT.

       820-RETERM-ONE.
           MOVE WS-SC-RECORD (WS-SC-SUB) TO PS-RECORD
           IF PS-BOOKING-NO = BK-BOOKING-NO
               MOVE BK-TRIP-DATE TO PS-TRIP-DATE
               MOVE WS-DEPOSIT-AMT TO PS-DEPOSIT-AMOUNT
               MOVE WS-FINAL-AMT TO PS-FINAL-AMOUNT
               MOVE WS-FINAL-DUE TO PS-FINAL-DUE-DATE
               DISPLAY "PAYMENT SCHEDULE: DEPOSIT " WS-DEPOSIT-AMT
                   ", BALANCE " WS-FINAL-AMT " DUE " WS-FINAL-DUE
           END-IF
           WRITE PS-RECORD.
       820-EXIT.

      ******************************************************************
      * 850-ITINERARY BRINGS A BOOKING UP BY NUMBER AND KEYS ITS
      * ITINERARY SEGMENTS. THE SEGMENT FILE IS HELD WHOLE AND
      * WRITTEN BACK AFTER EACH SEGMENT ADDED OR DELETED, THE SAME
      * WAY 800-RETERM-SCHEDULE SAVES THE PAYMENT SCHEDULE, AND THE
      * BOOKING'S NET COST DUE IS ROLLED UP FROM ITS SEGMENTS.
      ******************************************************************
       850-ITINERARY.
           DISPLAY "ENTER BOOKING NUMBER"
           ACCEPT WS-BOOKING-NO
           IF WS-BOOKING-NO NOT NUMERIC
               DISPLAY "BOOKING NUMBER MUST BE 6 DIGITS"
               GO TO 850-EXIT
           END-IF
           MOVE WS-BOOKING-NO TO BK-BOOKING-NO
           READ BOOKING-FILE
               INVALID KEY
                   DISPLAY "BOOKING " WS-BOOKING-NO " IS NOT ON FILE"
                   GO TO 850-EXIT
           END-READ
           IF BK-CANCEL-ONLY
               DISPLAY "BOOKING " WS-BOOKING-NO " IS A CANCELLATION "
                   "RECORD ONLY - NO ITINERARY"
               GO TO 850-EXIT
           END-IF
           IF BK-CANCELLED
               DISPLAY "BOOKING IS CANCELLED - REINSTATE IT FIRST"
               GO TO 850-EXIT
           END-IF
           PERFORM 852-LOAD-SEGMENTS THRU 852-EXIT
           IF WS-IS-FULL = "YES"
               DISPLAY "ITINERARY FILE TOO LARGE TO HOLD - "
                   "NOTHING CAN BE KEYED"
               GO TO 850-EXIT
           END-IF
           MOVE "NO" TO WS-ITIN-DONE
           PERFORM 855-ITINERARY-ONE THRU 855-EXIT
               UNTIL WS-ITIN-DONE = "YES".
       850-EXIT.

       852-LOAD-SEGMENTS.
           MOVE ZEROS TO WS-IS-COUNT
           MOVE "NO" TO WS-IS-EOF WS-IS-FULL
           OPEN INPUT ITIN-SEGMENT-FILE
           IF WS-ITINSEG-STATUS NOT = "00"
               GO TO 852-EXIT
           END-IF
           PERFORM 853-READ-SEGMENT THRU 853-EXIT
               UNTIL WS-IS-EOF = "YES"
           CLOSE ITIN-SEGMENT-FILE.
       852-EXIT.

       853-READ-SEGMENT.
           READ ITIN-SEGMENT-FILE
               AT END
                   MOVE "YES" TO WS-IS-EOF
                   GO TO 853-EXIT
           END-READ
           IF WS-IS-COUNT >= 3000
               MOVE "YES" TO WS-IS-EOF WS-IS-FULL
               GO TO 853-EXIT
           END-IF
           ADD 1 TO WS-IS-COUNT
           MOVE IS-RECORD TO WS-IS-ENTRIES (WS-IS-COUNT).
       853-EXIT.

       855-ITINERARY-ONE.
           PERFORM 857-SHOW-SEGMENTS THRU 857-EXIT
           DISPLAY "SEGMENTS A=ADD D=DELETE X=DONE"
           ACCEPT WS-CHANGE-CHOICE
           EVALUATE WS-CHANGE-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 860-ADD-SEGMENT THRU 860-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 870-DELETE-SEGMENT THRU 870-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-ITIN-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       855-EXIT.

      ******************************************************************
      * 857-SHOW-SEGMENTS LISTS THE BOOKING'S SEGMENTS IN THE ORDER
      * THEY HAPPEN.
      ******************************************************************
       857-SHOW-SEGMENTS.
           DISPLAY " "
           DISPLAY "ITINERARY FOR BOOKING " BK-BOOKING-NO " "
               BK-CLIENT-NAME " TRIP DATE " BK-TRIP-DATE
           MOVE ZEROS TO WS-IS-SHOWN
           PERFORM 858-SHOW-ONE THRU 858-EXIT
               VARYING WS-IS-SUB FROM 1 BY 1
               UNTIL WS-IS-SUB > WS-IS-COUNT
           IF WS-IS-SHOWN = ZEROS
               DISPLAY "  NO SEGMENTS KEYED"
           END-IF
           MOVE BK-NET-COST-DUE TO WS-NET-SHOWN
           DISPLAY "  BOOKING NET COST DUE " WS-NET-SHOWN.
       857-EXIT.

       858-SHOW-ONE.
           IF WS-IS-E-BOOKING (WS-IS-SUB) NOT = BK-BOOKING-NO
               GO TO 858-EXIT
           END-IF
           ADD 1 TO WS-IS-SHOWN
           MOVE WS-IS-E-NET-COST (WS-IS-SUB) TO WS-NET-SHOWN
           DISPLAY "  " WS-IS-E-SEGMENT (WS-IS-SUB) " "
               WS-IS-E-TYPE (WS-IS-SUB) " "
               WS-IS-E-START-DATE (WS-IS-SUB) " "
               WS-IS-E-START-TIME (WS-IS-SUB) " TO "
               WS-IS-E-END-DATE (WS-IS-SUB) " "
               WS-IS-E-END-TIME (WS-IS-SUB) " "
               WS-IS-E-LOCATION (WS-IS-SUB)
           DISPLAY "       SUPPLIER " WS-IS-E-SUPPLIER (WS-IS-SUB)
               " CONF " WS-IS-E-CONFIRM (WS-IS-SUB)
               " NET " WS-NET-SHOWN.
       858-EXIT.

      ******************************************************************
      * 860-ADD-SEGMENT KEYS ONE SEGMENT, NUMBERED NEXT AFTER THE
      * BOOKING'S HIGHEST. THE SUPPLIER MUST BE ON THE TOUR-OPERATOR
      * MASTER, AND A SEGMENT MAY NOT END BEFORE IT STARTS. A BLANK
      * TIME IS MIDNIGHT; A BLANK END DATE IS THE START DATE.
      ******************************************************************
       860-ADD-SEGMENT.
           IF WS-IS-COUNT >= 3000
               DISPLAY "ITINERARY FILE IS FULL - SEGMENT NOT ADDED"
               GO TO 860-EXIT
           END-IF
           MOVE ZEROS TO WS-IS-HIGH-NO
           PERFORM 862-HIGH-SEGMENT THRU 862-EXIT
               VARYING WS-IS-SUB FROM 1 BY 1
               UNTIL WS-IS-SUB > WS-IS-COUNT
           IF WS-IS-HIGH-NO = 99
               DISPLAY "BOOKING HAS 99 SEGMENTS - NO MORE CAN BE ADDED"
               GO TO 860-EXIT
           END-IF
           MOVE SPACES TO WS-IS-HOLD
           MOVE BK-BOOKING-NO TO WS-IH-BOOKING
           COMPUTE WS-IH-SEGMENT = WS-IS-HIGH-NO + 1
           DISPLAY "SEGMENT TYPE (FLT/HTL/TRF/OTH)"
           ACCEPT WS-IH-TYPE
           IF WS-IH-TYPE NOT = "FLT" AND WS-IH-TYPE NOT = "HTL"
               AND WS-IH-TYPE NOT = "TRF" AND WS-IH-TYPE NOT = "OTH"
               DISPLAY "SEGMENT TYPE MUST BE FLT, HTL, TRF OR OTH - "
                   "NOT ADDED"
               GO TO 860-EXIT
           END-IF
           DISPLAY "SUPPLIER CODE (3 CHARACTERS)"
           ACCEPT WS-IH-SUPPLIER
           MOVE WS-IH-SUPPLIER TO WS-TOUR-OPERATOR
           MOVE "YES" TO WS-VALID-ENTRY
           PERFORM 580-CHECK-TOUR-OPERATOR THRU 580-EXIT
           IF WS-VALID-ENTRY = "NO"
               DISPLAY "SEGMENT NOT ADDED"
               GO TO 860-EXIT
           END-IF
           DISPLAY "SUPPLIER CONFIRMATION NUMBER"
           ACCEPT WS-IH-CONFIRM
           DISPLAY "START DATE (YYYYMMDD)"
           MOVE SPACES TO WS-SEG-DATE-EDIT
           ACCEPT WS-SEG-DATE-EDIT
           IF WS-SEG-DATE-EDIT NOT NUMERIC
               DISPLAY "START DATE MUST BE YYYYMMDD - NOT ADDED"
               GO TO 860-EXIT
           END-IF
           MOVE WS-SEG-DATE-EDIT TO WS-IH-START-DATE
           DISPLAY "START TIME (HHMM, BLANK = 0000)"
           PERFORM 866-KEY-TIME THRU 866-EXIT
           IF WS-VALID-ENTRY = "NO"
               GO TO 860-EXIT
           END-IF
           MOVE WS-SEG-TIME-EDIT TO WS-IH-START-TIME
           DISPLAY "END DATE (YYYYMMDD, BLANK = START DATE)"
           MOVE SPACES TO WS-SEG-DATE-EDIT
           ACCEPT WS-SEG-DATE-EDIT
           IF WS-SEG-DATE-EDIT = SPACES
               MOVE WS-IH-START-DATE TO WS-IH-END-DATE
           ELSE
               IF WS-SEG-DATE-EDIT NOT NUMERIC
                   DISPLAY "END DATE MUST BE YYYYMMDD - NOT ADDED"
                   GO TO 860-EXIT
               END-IF
               MOVE WS-SEG-DATE-EDIT TO WS-IH-END-DATE
           END-IF
           DISPLAY "END TIME (HHMM, BLANK = 0000)"
           PERFORM 866-KEY-TIME THRU 866-EXIT
           IF WS-VALID-ENTRY = "NO"
               GO TO 860-EXIT
           END-IF
           MOVE WS-SEG-TIME-EDIT TO WS-IH-END-TIME
           IF WS-IH-END < WS-IH-START
               DISPLAY "SEGMENT ENDS BEFORE IT STARTS - NOT ADDED"
               GO TO 860-EXIT
           END-IF
           DISPLAY "LOCATION"
           ACCEPT WS-IH-LOCATION
           DISPLAY "NET COST DUE SUPPLIER (99999.99)"
           ACCEPT WS-IH-NET-COST
           PERFORM 864-INSERT-SEGMENT THRU 864-EXIT
           PERFORM 880-SAVE-SEGMENTS THRU 880-EXIT
           MOVE WS-IH-SEGMENT TO WS-SEG-LOG-NO
           MOVE WS-IH-TYPE TO WS-SEG-LOG-TYPE
           MOVE WS-IH-SUPPLIER TO WS-SEG-LOG-SUPPLIER
           MOVE "SEGMENT" TO WS-CHANGE-FIELD
           MOVE SPACES TO WS-OLD-VALUE
           MOVE WS-SEG-LOG-VALUE TO WS-NEW-VALUE
           PERFORM 690-LOG-CHANGE THRU 690-EXIT
           DISPLAY "SEGMENT " WS-IH-SEGMENT " ADDED"
           PERFORM 890-ROLL-UP-NET-COST THRU 890-EXIT.
       860-EXIT.

       862-HIGH-SEGMENT.
           IF WS-IS-E-BOOKING (WS-IS-SUB) = BK-BOOKING-NO
               AND WS-IS-E-SEGMENT (WS-IS-SUB) > WS-IS-HIGH-NO
               MOVE WS-IS-E-SEGMENT (WS-IS-SUB) TO WS-IS-HIGH-NO
           END-IF.
       862-EXIT.

      ******************************************************************
      * 864-INSERT-SEGMENT PUTS THE SEGMENT IN WS-IS-HOLD INTO THE
      * TABLE IN BOOKING NUMBER AND START ORDER, MOVING THE SEGMENTS
      * AFTER IT UP ONE, THE WAY PENMNT INSERTS A PENALTY STEP.
      ******************************************************************
       864-INSERT-SEGMENT.
           ADD 1 TO WS-IS-COUNT
           MOVE WS-IS-COUNT TO WS-IS-SUB
           PERFORM 865-MAKE-ROOM THRU 865-EXIT
               UNTIL WS-IS-SUB <= 1
               OR WS-IS-E-BOOKING (WS-IS-SUB - 1) < WS-IH-BOOKING
               OR (WS-IS-E-BOOKING (WS-IS-SUB - 1) = WS-IH-BOOKING
                   AND WS-IS-E-START (WS-IS-SUB - 1)
                       NOT > WS-IH-START)
           MOVE WS-IS-HOLD TO WS-IS-ENTRIES (WS-IS-SUB).
       864-EXIT.

       865-MAKE-ROOM.
           MOVE WS-IS-ENTRIES (WS-IS-SUB - 1)
               TO WS-IS-ENTRIES (WS-IS-SUB)
           SUBTRACT 1 FROM WS-IS-SUB.
       865-EXIT.

      ******************************************************************
      * 866-KEY-TIME ACCEPTS A 24-HOUR HHMM TIME INTO WS-SEG-TIME-EDIT.
      * BLANK IS TAKEN AS 0000.
      ******************************************************************
       866-KEY-TIME.
           MOVE "YES" TO WS-VALID-ENTRY
           MOVE SPACES TO WS-SEG-TIME-EDIT
           ACCEPT WS-SEG-TIME-EDIT
           IF WS-SEG-TIME-EDIT = SPACES
               MOVE "0000" TO WS-SEG-TIME-EDIT
           END-IF
           IF WS-SEG-TIME-EDIT NOT NUMERIC
               OR WS-SEG-HH > 23 OR WS-SEG-MM > 59
               DISPLAY "TIME MUST BE HHMM, 0000 TO 2359 - NOT ADDED"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF.
       866-EXIT.

      ******************************************************************
      * 870-DELETE-SEGMENT TAKES A SEGMENT KEYED IN ERROR OFF THE
      * BOOKING AFTER A CONFIRMATION. THE OTHER SEGMENTS KEEP THEIR
      * NUMBERS.
      ******************************************************************
       870-DELETE-SEGMENT.
           DISPLAY "SEGMENT NUMBER TO DELETE (2 DIGITS)"
           MOVE SPACES TO WS-SEG-NO-EDIT
           ACCEPT WS-SEG-NO-EDIT
           IF WS-SEG-NO-EDIT NOT NUMERIC
               DISPLAY "SEGMENT NUMBER MUST BE 2 DIGITS"
               GO TO 870-EXIT
           END-IF
           MOVE ZEROS TO WS-IS-POS
           PERFORM 872-FIND-SEGMENT THRU 872-EXIT
               VARYING WS-IS-SUB FROM 1 BY 1
               UNTIL WS-IS-SUB > WS-IS-COUNT
               OR WS-IS-POS > ZEROS
           IF WS-IS-POS = ZEROS
               DISPLAY "SEGMENT " WS-SEG-NO-EDIT
                   " IS NOT ON THIS BOOKING"
               GO TO 870-EXIT
           END-IF
           DISPLAY "DELETE SEGMENT " WS-SEG-NO-EDIT " "
               WS-IS-E-TYPE (WS-IS-POS) " "
               WS-IS-E-LOCATION (WS-IS-POS) "? (Y/N)"
           ACCEPT WS-WAIT-CHOICE
           IF WS-WAIT-CHOICE NOT = "Y" AND WS-WAIT-CHOICE NOT = "y"
               DISPLAY "SEGMENT NOT DELETED"
               GO TO 870-EXIT
           END-IF
           MOVE WS-IS-E-SEGMENT (WS-IS-POS) TO WS-SEG-LOG-NO
           MOVE WS-IS-E-TYPE (WS-IS-POS) TO WS-SEG-LOG-TYPE
           MOVE WS-IS-E-SUPPLIER (WS-IS-POS) TO WS-SEG-LOG-SUPPLIER
           PERFORM 874-CLOSE-UP THRU 874-EXIT
               VARYING WS-IS-SUB FROM WS-IS-POS BY 1
               UNTIL WS-IS-SUB >= WS-IS-COUNT
           SUBTRACT 1 FROM WS-IS-COUNT
           PERFORM 880-SAVE-SEGMENTS THRU 880-EXIT
           MOVE "SEGMENT" TO WS-CHANGE-FIELD
           MOVE WS-SEG-LOG-VALUE TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           PERFORM 690-LOG-CHANGE THRU 690-EXIT
           DISPLAY "SEGMENT " WS-SEG-NO-EDIT " DELETED"
           PERFORM 890-ROLL-UP-NET-COST THRU 890-EXIT.
       870-EXIT.

       872-FIND-SEGMENT.
           IF WS-IS-E-BOOKING (WS-IS-SUB) = BK-BOOKING-NO
               AND WS-IS-E-SEGMENT (WS-IS-SUB) = WS-SEG-NO
               MOVE WS-IS-SUB TO WS-IS-POS
           END-IF.
       872-EXIT.

       874-CLOSE-UP.
           MOVE WS-IS-ENTRIES (WS-IS-SUB + 1)
               TO WS-IS-ENTRIES (WS-IS-SUB).
       874-EXIT.

      ******************************************************************
      * 880-SAVE-SEGMENTS WRITES THE SEGMENT FILE BACK OUT.
      ******************************************************************
       880-SAVE-SEGMENTS.
           OPEN OUTPUT ITIN-SEGMENT-FILE
           PERFORM 882-WRITE-SEGMENT THRU 882-EXIT
               VARYING WS-IS-SUB FROM 1 BY 1
               UNTIL WS-IS-SUB > WS-IS-COUNT
           CLOSE ITIN-SEGMENT-FILE.
       880-EXIT.

       882-WRITE-SEGMENT.
           MOVE WS-IS-ENTRIES (WS-IS-SUB) TO IS-RECORD
           WRITE IS-RECORD.
       882-EXIT.

      ******************************************************************
      * 890-ROLL-UP-NET-COST SETS THE BOOKING'S NET COST DUE TO THE
      * SUM OF ITS SEGMENTS' NET COSTS, LOGGED AS A NETCOST CHANGE.
      * WITH NO SEGMENTS LEFT THE NET COST STANDS AS IT IS, AND A SUM
      * TOO LARGE FOR THE BOOKING IS LEFT FOR THE AGENT TO SORT OUT.
      ******************************************************************
       890-ROLL-UP-NET-COST.
           MOVE ZEROS TO WS-SEG-TOTAL WS-IS-SHOWN
           PERFORM 892-ADD-SEGMENT-COST THRU 892-EXIT
               VARYING WS-IS-SUB FROM 1 BY 1
               UNTIL WS-IS-SUB > WS-IS-COUNT
           IF WS-IS-SHOWN = ZEROS
               GO TO 890-EXIT
           END-IF
           IF WS-SEG-TOTAL > 99999.99
               DISPLAY "WARNING - SEGMENT NET COSTS OVER 99999.99 - "
                   "BOOKING NET COST NOT ROLLED UP"
               GO TO 890-EXIT
           END-IF
           IF WS-SEG-TOTAL = BK-NET-COST-DUE
               GO TO 890-EXIT
           END-IF
           MOVE "NETCOST" TO WS-CHANGE-FIELD
           MOVE BK-NET-COST-DUE TO WS-NET-SHOWN
           MOVE WS-NET-SHOWN TO WS-OLD-VALUE
           MOVE WS-SEG-TOTAL TO BK-NET-COST-DUE WS-NET-SHOWN
           MOVE WS-NET-SHOWN TO WS-NEW-VALUE
           PERFORM 680-REWRITE-BOOKING THRU 680-EXIT.
       890-EXIT.

       892-ADD-SEGMENT-COST.
           IF WS-IS-E-BOOKING (WS-IS-SUB) = BK-BOOKING-NO
               ADD 1 TO WS-IS-SHOWN
               ADD WS-IS-E-NET-COST (WS-IS-SUB) TO WS-SEG-TOTAL
           END-IF.
       892-EXIT.

      ******************************************************************
      * 900-CLIENT-NOTES SHOWS A CLIENT'S LATEST CONTACT NOTES FROM
      * EVERY DESK AND TAKES A NEW TRAVEL NOTE - THE FINAL-PAYMENT
      * CHASE, THE DOCUMENTS STILL OWED - UNDER THE AGENT'S ID, WHICH
      * MUST BE ON THE OPERATOR MASTER.
      ******************************************************************
       900-CLIENT-NOTES.
           DISPLAY "ENTER CLIENT NUMBER (5 DIGITS)"
           ACCEPT WS-NOTE-CLIENT-NUM
           MOVE "S" TO NP-ACTION
           MOVE WS-NOTE-CLIENT-NUM TO NP-CLIENT-NO
           CALL "CNOTELOG" USING NP-PARMS
           DISPLAY "ADD A CONTACT NOTE? (Y/N)"
           ACCEPT WS-NOTE-CHOICE
           IF WS-NOTE-CHOICE NOT = "Y" AND WS-NOTE-CHOICE NOT = "y"
               GO TO 900-EXIT
           END-IF.
       900-OPERATOR.
           DISPLAY "ENTER YOUR OPERATOR ID"
           ACCEPT NP-OPERATOR
           IF NP-OPERATOR = SPACES
               DISPLAY "NO NOTE ADDED"
               GO TO 900-EXIT
           END-IF
           INSPECT NP-OPERATOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 902-FIND-NOTE-OPERATOR THRU 902-EXIT
           IF WS-OP-FILE-OK = "NO"
               DISPLAY "NO OPERATOR FILE ON HAND - NO NOTE ADDED"
               GO TO 900-EXIT
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - REKEY (BLANK = NO "
                   "NOTE)"
               GO TO 900-OPERATOR
           END-IF
           MOVE "T" TO NP-DEPARTMENT
           MOVE "P" TO NP-ACTION
           CALL "CNOTELOG" USING NP-PARMS.
       900-EXIT.

      ******************************************************************
      * 902-FIND-NOTE-OPERATOR LOOKS THE KEYED ID UP ON THE OPERATOR
      * MASTER THE WAY THE SIGN-ON PARAGRAPHS DO.
      ******************************************************************
       902-FIND-NOTE-OPERATOR.
           MOVE "NO" TO WS-OP-FOUND WS-OP-EOF
           MOVE "YES" TO WS-OP-FILE-OK
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               MOVE "NO" TO WS-OP-FILE-OK
               GO TO 902-EXIT
           END-IF
           PERFORM 904-READ-OPERATOR THRU 904-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE.
       902-EXIT.

       904-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = NP-OPERATOR
                       MOVE "YES" TO WS-OP-FOUND
                   END-IF
           END-READ.
       904-EXIT.
