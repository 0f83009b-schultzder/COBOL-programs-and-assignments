       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALLOTMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Group departure allotment maintenance, built in the same mold
      * as VENDMNT. Adds, changes, deletes, or lists the blocks of
      * seats the tour operators give us on their departures, kept on
      * the indexed allotment master (see copybooks/ALLOT.cpy) under
      * operator code, region, and departure date. TRIPENT takes
      * seats off a block as each booking is keyed and refuses or
      * waitlists the booking once the block is full, so the 21st
      * client on a 20-seat block is caught at the keyboard instead
      * of by the operator's rejection.
      *
      * A block added for a departure that already has bookings on
      * the booking master starts with those bookings' seats counted
      * as booked, so a block keyed late is not oversold. The seats
      * contracted and the release date can be changed as the
      * operator revises the contract; the seats booked and
      * waitlisted are TRIPENT's to keep.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the indexed allotment master.

       SELECT ALLOTMENT-FILE
               ASSIGN TO UT-SYS-ALLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALLOT-STATUS.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
               ASSIGN TO UT-SYS-BOOKING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOKING-NO
               FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the tour-operator master.

       SELECT TOUR-OPERATOR-FILE
               ASSIGN TO UT-SYS-TOURFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the allotment master.

       FD  ALLOTMENT-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY ALLOT.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the tour-operator master.

       FD  TOUR-OPERATOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY TOUROPFD.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-ALLOT-STATUS                 PIC XX.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX.
          05 WS-TOURFILE-STATUS              PIC XX.
          05 WS-TOUR-EOF                     PIC XXX VALUE "NO".
          05 WS-LIST-EOF                     PIC XXX VALUE "NO".
          05 WS-VALID-ENTRY                  PIC XXX.
          05 WS-INPUT-OPERATOR               PIC X(3).
          05 WS-INPUT-REGION                 PIC XX.
          05 WS-INPUT-DATE                   PIC X(8).
          05 WS-INPUT-SEATS                  PIC 9(4).
          05 WS-INPUT-RELEASE                PIC 9(8).
          05 WS-BOOKED-FOUND                 PIC 9(4).
          05 WS-WAITLIST-FOUND               PIC 9(4).
          05 WS-BOOKING-SEATS                PIC 99.
          05 WS-SEATS-LEFT                   PIC S9(4).
          05 WS-SEATS-SHOWN                  PIC ZZZ9.
          05 WS-CONFIRM                      PIC X.

      * The tour-operator master loaded for the operator-code check.

       01 WS-TOUR-TABLE.
          05 WS-TOUR-COUNT                   PIC 999 VALUE 0.
          05 WS-TOUR-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-TOUR-COUNT
               INDEXED BY TOUR-IDX.
             10 WS-TOUR-TBL-CODE             PIC X(3).
             10 WS-TOUR-TBL-ACTIVE           PIC X.

      * Files

       01 WS-FILES.
          05 UT-SYS-ALLOT                    PIC X(60)
          VALUE "C:\COBOL\AllotmentMaster.dat".
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-TOURFILE                 PIC X(60)
          VALUE "C:\COBOL\TourOperators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE OPERATOR CODES, OPENS THE ALLOTMENT
      * MASTER (CREATING IT ON A FIRST-EVER RUN) AND RUNS THE
      * MAINTENANCE MENU UNTIL THE USER QUITS.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 050-LOAD-TOUR-OPERATORS THRU 050-EXIT
           PERFORM 100-OPEN-ALLOTMENT-MASTER THRU 100-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           CLOSE ALLOTMENT-FILE
       STOP RUN.

      ******************************************************************
      * 050-LOAD-TOUR-OPERATORS READS THE TOUR-OPERATOR MASTER INTO
      * ITS TABLE, THE SAME WAY TRIPENT DOES.
      ******************************************************************
       050-LOAD-TOUR-OPERATORS.
           OPEN INPUT TOUR-OPERATOR-FILE
           IF WS-TOURFILE-STATUS NOT = "00"
               DISPLAY "NO TOUR-OPERATOR MASTER ON HAND - STATUS "
                   WS-TOURFILE-STATUS
               GO TO 050-EXIT
           END-IF
           PERFORM 060-READ-TOUR-OPERATOR THRU 060-EXIT
               UNTIL WS-TOUR-EOF = "YES"
           CLOSE TOUR-OPERATOR-FILE.
       050-EXIT.

       060-READ-TOUR-OPERATOR.
           READ TOUR-OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-TOUR-EOF
               NOT AT END
                   IF WS-TOUR-COUNT < 100
                       ADD 1 TO WS-TOUR-COUNT
                       SET TOUR-IDX TO WS-TOUR-COUNT
                       MOVE TO-CODE TO WS-TOUR-TBL-CODE (TOUR-IDX)
                       MOVE TO-ACTIVE TO WS-TOUR-TBL-ACTIVE (TOUR-IDX)
                   END-IF
           END-READ.
       060-EXIT.

      ******************************************************************
      * 100-OPEN-ALLOTMENT-MASTER OPENS THE ALLOTMENT FILE I-O,
      * CREATING AN EMPTY FILE FIRST ON A FIRST-EVER RUN.
      ******************************************************************
       100-OPEN-ALLOTMENT-MASTER.
           OPEN I-O ALLOTMENT-FILE
           IF WS-ALLOT-STATUS NOT = "00"
               OPEN OUTPUT ALLOTMENT-FILE
               CLOSE ALLOTMENT-FILE
               OPEN I-O ALLOTMENT-FILE
           END-IF.
       100-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "GROUP ALLOTMENT MAINTENANCE"
           DISPLAY "A - ADD A BLOCK OF SEATS"
           DISPLAY "C - CHANGE A BLOCK'S SEATS OR RELEASE DATE"
           DISPLAY "D - DELETE A BLOCK"
           DISPLAY "L - LIST ALL BLOCKS ON FILE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-BLOCK THRU 400-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-BLOCK THRU 500-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-BLOCK THRU 600-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 310-LIST-BLOCKS THRU 310-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 310-LIST-BLOCKS READS THE WHOLE FILE IN KEY ORDER AND LISTS
      * EVERY BLOCK CURRENTLY ON FILE.
      ******************************************************************
       310-LIST-BLOCKS.
           DISPLAY " "
           DISPLAY "OPR RG DEPARTS  CONTR BOOKD WAITL RELEASE"
           MOVE "NO" TO WS-LIST-EOF
           MOVE LOW-VALUES TO AL-KEY
           START ALLOTMENT-FILE KEY NOT < AL-KEY
               INVALID KEY
                   MOVE "YES" TO WS-LIST-EOF
           END-START
           PERFORM 320-LIST-NEXT-BLOCK THRU 320-EXIT
               UNTIL WS-LIST-EOF = "YES".
       310-EXIT.

       320-LIST-NEXT-BLOCK.
           READ ALLOTMENT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-LIST-EOF
               NOT AT END
                   DISPLAY AL-TOUR-OPERATOR " " AL-REGION-NO " "
                       AL-DEPART-DATE "  " AL-SEATS-CONTRACTED "  "
                       AL-SEATS-BOOKED "  " AL-SEATS-WAITLISTED "  "
                       AL-RELEASE-DATE
           END-READ.
       320-EXIT.

      ******************************************************************
      * 400-ADD-BLOCK WRITES A NEW BLOCK TO THE FILE, WITH THE SEATS
      * ALREADY BOOKED ON THE DEPARTURE COUNTED OFF THE BOOKING
      * MASTER. THE WRITE'S INVALID KEY PATH CATCHES A BLOCK ALREADY
      * ON FILE.
      ******************************************************************
       400-ADD-BLOCK.
           PERFORM 450-KEY-BLOCK THRU 450-EXIT
           IF WS-VALID-ENTRY = "NO"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER SEATS CONTRACTED (4 DIGITS)"
           MOVE ZEROS TO WS-INPUT-SEATS
           ACCEPT WS-INPUT-SEATS
           IF WS-INPUT-SEATS NOT NUMERIC OR WS-INPUT-SEATS = ZEROS
               DISPLAY "SEATS CONTRACTED MUST BE 1-9999 - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER RELEASE DATE (YYYYMMDD)"
           MOVE ZEROS TO WS-INPUT-RELEASE
           ACCEPT WS-INPUT-RELEASE
           IF WS-INPUT-RELEASE NOT NUMERIC
               OR WS-INPUT-RELEASE = ZEROS
               OR WS-INPUT-RELEASE > WS-INPUT-DATE
               DISPLAY "RELEASE DATE MUST BE YYYYMMDD, ON OR BEFORE "
                   "THE DEPARTURE - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           PERFORM 700-COUNT-BOOKED THRU 700-EXIT
           MOVE WS-INPUT-OPERATOR TO AL-TOUR-OPERATOR
           MOVE WS-INPUT-REGION TO AL-REGION-NO
           MOVE WS-INPUT-DATE TO AL-DEPART-DATE
           MOVE WS-INPUT-SEATS TO AL-SEATS-CONTRACTED
           MOVE WS-BOOKED-FOUND TO AL-SEATS-BOOKED
           MOVE WS-WAITLIST-FOUND TO AL-SEATS-WAITLISTED
           MOVE WS-INPUT-RELEASE TO AL-RELEASE-DATE
           MOVE SPACES TO AL-FILLER
           WRITE AL-RECORD
               INVALID KEY
                   DISPLAY "BLOCK ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "BLOCK ADDED - " WS-BOOKED-FOUND
                       " SEATS ALREADY BOOKED ON THE DEPARTURE"
           END-WRITE
           IF AL-SEATS-BOOKED > AL-SEATS-CONTRACTED
               DISPLAY "WARNING - DEPARTURE IS ALREADY OVERSOLD"
           END-IF.
       400-EXIT.

      ******************************************************************
      * 450-KEY-BLOCK TAKES THE OPERATOR, REGION AND DEPARTURE DATE
      * THAT KEY A BLOCK. THE OPERATOR MUST BE ON THE OPERATOR
      * MASTER WHEN ONE IS ON HAND.
      ******************************************************************
       450-KEY-BLOCK.
           MOVE "YES" TO WS-VALID-ENTRY
           DISPLAY "ENTER TOUR OPERATOR CODE (3 CHARACTERS)"
           ACCEPT WS-INPUT-OPERATOR
           DISPLAY "ENTER REGION NUMBER (2 DIGITS)"
           ACCEPT WS-INPUT-REGION
           DISPLAY "ENTER DEPARTURE DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-REGION NOT NUMERIC
               DISPLAY "REGION NUMBER MUST BE 2 DIGITS"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF
           IF WS-INPUT-DATE NOT NUMERIC
               DISPLAY "DEPARTURE DATE MUST BE YYYYMMDD"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF
           IF WS-TOUR-COUNT = 0
               GO TO 450-EXIT
           END-IF
           SET TOUR-IDX TO 1
           SEARCH WS-TOUR-ENTRIES
               AT END
                   DISPLAY "OPERATOR " WS-INPUT-OPERATOR
                       " IS NOT ON THE TOUR-OPERATOR MASTER"
                   MOVE "NO" TO WS-VALID-ENTRY
               WHEN WS-TOUR-TBL-CODE (TOUR-IDX) = WS-INPUT-OPERATOR
                   IF WS-TOUR-TBL-ACTIVE (TOUR-IDX) = "N"
                       DISPLAY "OPERATOR " WS-INPUT-OPERATOR
                           " IS RETIRED"
                       MOVE "NO" TO WS-VALID-ENTRY
                   END-IF
           END-SEARCH.
       450-EXIT.

      ******************************************************************
      * 500-CHANGE-BLOCK READS AN EXISTING BLOCK AND REWRITES IT WITH
      * THE OPERATOR'S REVISED SEATS OR RELEASE DATE. ZERO ON EITHER
      * PROMPT KEEPS THE VALUE ALREADY ON FILE.
      ******************************************************************
       500-CHANGE-BLOCK.
           PERFORM 450-KEY-BLOCK THRU 450-EXIT
           MOVE WS-INPUT-OPERATOR TO AL-TOUR-OPERATOR
           MOVE WS-INPUT-REGION TO AL-REGION-NO
           MOVE WS-INPUT-DATE TO AL-DEPART-DATE
           READ ALLOTMENT-FILE
               INVALID KEY
                   DISPLAY "BLOCK NOT FOUND"
                   GO TO 500-EXIT
           END-READ
           DISPLAY "ON FILE: CONTRACTED " AL-SEATS-CONTRACTED
               " BOOKED " AL-SEATS-BOOKED " WAITLISTED "
               AL-SEATS-WAITLISTED " RELEASE " AL-RELEASE-DATE
           MOVE ZEROS TO WS-INPUT-SEATS
           DISPLAY "ENTER NEW SEATS CONTRACTED (0 TO KEEP)"
           ACCEPT WS-INPUT-SEATS
           IF WS-INPUT-SEATS NOT NUMERIC
               MOVE ZEROS TO WS-INPUT-SEATS
           END-IF
           IF WS-INPUT-SEATS > ZEROS
               MOVE WS-INPUT-SEATS TO AL-SEATS-CONTRACTED
           END-IF
           MOVE ZEROS TO WS-INPUT-RELEASE
           DISPLAY "ENTER NEW RELEASE DATE (YYYYMMDD, 0 TO KEEP)"
           ACCEPT WS-INPUT-RELEASE
           IF WS-INPUT-RELEASE NOT NUMERIC
               MOVE ZEROS TO WS-INPUT-RELEASE
           END-IF
           IF WS-INPUT-RELEASE > AL-DEPART-DATE
               DISPLAY "RELEASE DATE IS AFTER THE DEPARTURE - "
                   "NOT CHANGED"
               GO TO 500-EXIT
           END-IF
           IF WS-INPUT-RELEASE > ZEROS
               MOVE WS-INPUT-RELEASE TO AL-RELEASE-DATE
           END-IF
           REWRITE AL-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED - STATUS " WS-ALLOT-STATUS
               NOT INVALID KEY
                   DISPLAY "BLOCK CHANGED"
           END-REWRITE
           IF AL-SEATS-BOOKED > AL-SEATS-CONTRACTED
               COMPUTE WS-SEATS-LEFT =
                   AL-SEATS-BOOKED - AL-SEATS-CONTRACTED
               MOVE WS-SEATS-LEFT TO WS-SEATS-SHOWN
               DISPLAY "WARNING - BLOCK NOW OVERSOLD BY"
                   WS-SEATS-SHOWN " SEATS"
           END-IF.
       500-EXIT.

      ******************************************************************
      * 600-DELETE-BLOCK DELETES AN EXISTING BLOCK AFTER SHOWING IT
      * AND ASKING FOR CONFIRMATION. THE DEPARTURE GOES BACK TO FREE
      * SALE; THE BOOKINGS ON IT STAND.
      ******************************************************************
       600-DELETE-BLOCK.
           PERFORM 450-KEY-BLOCK THRU 450-EXIT
           MOVE WS-INPUT-OPERATOR TO AL-TOUR-OPERATOR
           MOVE WS-INPUT-REGION TO AL-REGION-NO
           MOVE WS-INPUT-DATE TO AL-DEPART-DATE
           READ ALLOTMENT-FILE
               INVALID KEY
                   DISPLAY "BLOCK NOT FOUND"
                   GO TO 600-EXIT
           END-READ
           DISPLAY "DELETE BLOCK OF " AL-SEATS-CONTRACTED " SEATS, "
               AL-SEATS-BOOKED " BOOKED? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               DELETE ALLOTMENT-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED - STATUS "
                           WS-ALLOT-STATUS
                   NOT INVALID KEY
                       DISPLAY "BLOCK DELETED"
               END-DELETE
           END-IF.
       600-EXIT.

      ******************************************************************
      * 700-COUNT-BOOKED COUNTS THE SEATS THE BOOKING MASTER ALREADY
      * HOLDS ON THE DEPARTURE BEING ADDED - ACTIVE BOOKINGS AS
      * BOOKED, WAITLISTED ONES AS WAITLISTED, A BOOKING FROM BEFORE
      * SEATS WERE KEPT AS ONE SEAT.
      ******************************************************************
       700-COUNT-BOOKED.
           MOVE ZEROS TO WS-BOOKED-FOUND WS-WAITLIST-FOUND
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               GO TO 700-EXIT
           END-IF
           MOVE "NO" TO WS-BOOKING-EOF
           PERFORM 710-COUNT-ONE-BOOKING THRU 710-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           CLOSE BOOKING-FILE.
       700-EXIT.

       710-COUNT-ONE-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
                   GO TO 710-EXIT
           END-READ
           IF BK-TOUR-OPERATOR NOT = WS-INPUT-OPERATOR
               OR BK-REGION-NO NOT = WS-INPUT-REGION
               OR BK-TRIP-DATE NOT = WS-INPUT-DATE
               GO TO 710-EXIT
           END-IF
           IF BK-SEATS NUMERIC AND BK-SEATS > ZEROS
               MOVE BK-SEATS TO WS-BOOKING-SEATS
           ELSE
               MOVE 1 TO WS-BOOKING-SEATS
           END-IF
           IF BK-ACTIVE
               ADD WS-BOOKING-SEATS TO WS-BOOKED-FOUND
           END-IF
           IF BK-WAITLISTED
               ADD WS-BOOKING-SEATS TO WS-WAITLIST-FOUND
           END-IF.
       710-EXIT.
