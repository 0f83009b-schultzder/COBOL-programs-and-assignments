       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOOKEXT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly trip file extract. The bookings are kept on the
      * indexed booking master (see copybooks/BOOKING.cpy), which
      * TRIPENT books and changes; PROGRAM3/4/5 and the programs
      * around them still read the 80-byte trip.dat. This step runs
      * ahead of the nightly cycle's preflight and writes trip.dat
      * fresh from the master, in booking number order:
      *
      *   an active booking      one record of its booking type 1-4
      *   a cancelled booking    that record, then a type 5
      *                          cancellation record carrying the
      *                          booking type as its original type
      *   a cancellation only    the type 5 record alone (brought
      *                          across from the flat file by BKCONV
      *                          with no booking of its own)
      *   a waitlisted booking   nothing - it is not sold until
      *                          TRIPENT confirms it off the waitlist
      *
      * which is what the flat file held for the same bookings, so
      * the reports come out as they always have. Columns 78-80 of
      * each record, the old trailing filler, are left blank. The
      * trip file's location follows the INVFILE line on
      * FileControl.txt the same way PROGRAM3 finds it. With no
      * booking master on hand, or an empty one (BKCONV not yet run
      * against the flat file), trip.dat is left alone and the step
      * fails, so the night does not run on an empty trip file.
      *
      * A booking split between two salespeople carries the second
      * salesperson's ID in columns 58-61 and their share of the
      * commission in 62-63 - the tail of the salesperson name,
      * which nothing reads off the trip file since the ID came in,
      * so the name goes out cut to 14 characters. An unsplit
      * booking leaves columns 58-63 blank. Its type 5 cancellation
      * record carries the same split, so the claw-back comes back
      * from both salespeople in the same shares.
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

      * Select statement for the trip file being rebuilt.

       SELECT TRIP-OUT-FILE
              ASSIGN TO UT-SYS-INVFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRIP-STATUS.

      * Select statement for the shared file-location control file.

       SELECT FILE-CONTROL-FILE
              ASSIGN TO UT-SYS-FILECTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FILECTL-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the trip file - the 80-byte INPUT-RECORD
      * layout Program3.cbl reads, column for column, with the tour
      * operator and net cost due in columns 68-77 and the
      * commission split in columns 58-63.

       FD  TRIP-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIP-RECORD.
           05 TR-BOOKING-TYPE                PIC X.
           05 TR-CLIENT-NO                   PIC X(5).
           05 TR-CLIENT-NAME                 PIC X(17).
           05 TR-ORIG-BOOKING-TYPE           PIC X.
           05 TR-FILLER1                     PIC X.
           05 TR-REGION-NO                   PIC XX.
           05 TR-TRIP-DATE                   PIC X(8).
           05 TR-CURRENCY-CODE               PIC X(3).
           05 TR-COST-OF-TRIP                PIC 9(5).
           05 TR-SALESPERSON-NAME            PIC X(14).
           05 TR-SPLIT-SP-ID                 PIC X(4).
           05 TR-SPLIT-PCT                   PIC XX.
           05 TR-SALESPERSON-ID              PIC X(4).
           05 TR-TOUR-OPERATOR               PIC X(3).
           05 TR-NET-COST-DUE                PIC 9(5)V99.
           05 TR-FILLER3                     PIC X(3).

      * File description for the shared file-location control file.

       FD  FILE-CONTROL-FILE.
       COPY FILECTL.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-TRIP-STATUS                  PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-BOOKINGS-READ                PIC 9(7) VALUE 0.
          05 WS-RECORDS-OUT                  PIC 9(7) VALUE 0.
          05 WS-CANCELS-OUT                  PIC 9(7) VALUE 0.
          COPY FILECTLWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-INVFILE                  PIC X(60)
          VALUE "C:\Users\schultzder\trip.dat".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE OPENS THE MASTER BEFORE TOUCHING THE TRIP
      * FILE, THEN WRITES THE TRIP FILE FRESH FROM IT.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 070-LOAD-FILE-CONTROL THRU 070-EXIT
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS " - TRIP FILE NOT REBUILT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-READ-BOOKING THRU 200-EXIT
           IF WS-BOOKING-EOF = "YES"
               DISPLAY "BOOKING MASTER IS EMPTY - TRIP FILE NOT REBUILT"
               CLOSE BOOKING-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRIP-OUT-FILE
           IF WS-TRIP-STATUS NOT = "00"
               DISPLAY "TRIP FILE WILL NOT OPEN - STATUS "
                   WS-TRIP-STATUS
               CLOSE BOOKING-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-EXTRACT-BOOKING THRU 300-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           CLOSE BOOKING-FILE
           CLOSE TRIP-OUT-FILE
           DISPLAY "BOOKINGS READ " WS-BOOKINGS-READ
               " TRIP RECORDS WRITTEN " WS-RECORDS-OUT
               " (" WS-CANCELS-OUT " CANCELLATIONS)"
       STOP RUN.

      ******************************************************************
      * 070-LOAD-FILE-CONTROL REPOINTS THE TRIP FILE FROM THE SHARED
      * CONTROL FILE WHEN ONE IS PRESENT.
      ******************************************************************
       070-LOAD-FILE-CONTROL.
           OPEN INPUT FILE-CONTROL-FILE
           IF WS-FILECTL-STATUS NOT = "00"
               GO TO 070-EXIT
           END-IF
           PERFORM 075-READ-FILE-CONTROL THRU 075-EXIT
               UNTIL WS-FILECTL-EOF = "YES"
           CLOSE FILE-CONTROL-FILE.
       070-EXIT.

       075-READ-FILE-CONTROL.
           READ FILE-CONTROL-FILE
               AT END
                   MOVE "YES" TO WS-FILECTL-EOF
               NOT AT END
                   IF FC-DD-NAME = "INVFILE"
                       MOVE FC-DD-PATH TO UT-SYS-INVFILE
                   END-IF
           END-READ.
       075-EXIT.

       200-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
               NOT AT END
                   ADD 1 TO WS-BOOKINGS-READ
           END-READ.
       200-EXIT.

      ******************************************************************
      * 300-EXTRACT-BOOKING WRITES THE BOOKING IN HAND'S TRIP
      * RECORD(S) BY ITS STATUS, THEN READS THE NEXT BOOKING.
      ******************************************************************
       300-EXTRACT-BOOKING.
           IF BK-WAITLISTED
               GO TO 300-NEXT
           END-IF
           PERFORM 400-BUILD-RECORD THRU 400-EXIT
           IF NOT BK-CANCEL-ONLY
               WRITE TRIP-RECORD
               ADD 1 TO WS-RECORDS-OUT
           END-IF
           IF BK-ACTIVE
               GO TO 300-NEXT
           END-IF
           MOVE "5" TO TR-BOOKING-TYPE
           MOVE BK-BOOKING-TYPE TO TR-ORIG-BOOKING-TYPE
           WRITE TRIP-RECORD
           ADD 1 TO WS-RECORDS-OUT
           ADD 1 TO WS-CANCELS-OUT.
       300-NEXT.
           PERFORM 200-READ-BOOKING THRU 200-EXIT.
       300-EXIT.

       400-BUILD-RECORD.
           MOVE SPACES TO TRIP-RECORD
           MOVE BK-BOOKING-TYPE TO TR-BOOKING-TYPE
           MOVE BK-CLIENT-NO TO TR-CLIENT-NO
           MOVE BK-CLIENT-NAME TO TR-CLIENT-NAME
           MOVE BK-REGION-NO TO TR-REGION-NO
           MOVE BK-TRIP-DATE TO TR-TRIP-DATE
           MOVE BK-CURRENCY-CODE TO TR-CURRENCY-CODE
           MOVE BK-COST-OF-TRIP TO TR-COST-OF-TRIP
           MOVE BK-SALESPERSON-NAME TO TR-SALESPERSON-NAME
           MOVE BK-SALESPERSON-ID TO TR-SALESPERSON-ID
           IF BK-SPLIT-SP-ID NOT = SPACES
               MOVE BK-SPLIT-SP-ID TO TR-SPLIT-SP-ID
               MOVE BK-SPLIT-PCT TO TR-SPLIT-PCT
           END-IF
           MOVE BK-TOUR-OPERATOR TO TR-TOUR-OPERATOR
           IF BK-TOUR-OPERATOR NOT = SPACES
               MOVE BK-NET-COST-DUE TO TR-NET-COST-DUE
           END-IF.
       400-EXIT.
