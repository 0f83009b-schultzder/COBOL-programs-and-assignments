       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BKCONV.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * One-time conversion of the flat trip file to the indexed
      * booking master (see copybooks/BOOKING.cpy). Run once, before
      * the first night BOOKEXT rebuilds trip.dat from the master;
      * it refuses to run against a master that already holds
      * bookings, so it cannot be run twice.
      *
      * Every type 1-4 record on trip.dat becomes an active booking,
      * numbered in file order from the booking number counter
      * (BookingCounter.txt), which is left at the last number used
      * for TRIPENT to carry on from. A type 5 cancellation marks the
      * first still-active booking for the same client, trip date and
      * original booking type cancelled; one with no such booking is
      * kept on the master as a cancellation only, so the nightly
      * extract still hands PROGRAM3/4/5 the record they always saw.
      *
      * The files that were keyed by client number plus trip date are
      * then rewritten in their booking-number layouts, each record
      * taking the number of the first booking for its client and trip
      * date (an operator invoice must name the booking's operator as
      * well):
      *
      *   PaySchedule.txt       60 bytes -> 66, booking number first
      *   Passengers.txt        client and date replaced by booking
      *   OperatorInvoices.txt  24 bytes -> 30, booking number after
      *                         the operator code
      *
      * A schedule or passenger record with no booking goes across
      * with a zero booking number and an invoice with a blank one
      * (TOURRECON still matches it on client and trip date); each is
      * listed on BookingConvert.txt with the cancellations that had
      * no booking and any trip record of an unknown type. Nothing is
      * written at all if any of the files is too big to hold.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the flat trip file being converted.

       SELECT TRIP-INPUT-FILE
              ASSIGN TO UT-SYS-INVFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRIP-STATUS.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
              ASSIGN TO UT-SYS-BOOKING
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BK-BOOKING-NO
              FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the persisted booking number counter.

       SELECT BOOKING-COUNTER-FILE
              ASSIGN TO UT-SYS-BKCTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BKCTR-STATUS.

      * Select statement for the payment-schedule file.

       SELECT PAY-SCHEDULE-FILE
              ASSIGN TO UT-SYS-PAYSCHED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYSCHED-STATUS.

      * Select statement for the passenger file.

       SELECT PASSENGER-FILE
              ASSIGN TO UT-SYS-PAXFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAXFILE-STATUS.

      * Select statement for the operator invoices.

       SELECT OPERATOR-INVOICE-FILE
              ASSIGN TO UT-SYS-OPINV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPINV-STATUS.

      * Select statement for the shared file-location control file.

       SELECT FILE-CONTROL-FILE
              ASSIGN TO UT-SYS-FILECTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FILECTL-STATUS.

      * Select statement for the conversion report.

       SELECT CONVERT-REPORT-FILE
              ASSIGN TO UT-SYS-CONVRPT
              ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the trip file - the 80-byte INPUT-RECORD
      * layout Program3.cbl reads.

       FD  TRIP-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIP-RECORD.
           05 TR-BOOKING-TYPE                PIC X.
           05 TR-CLIENT-NO                   PIC XXX.
           05 TR-CLIENT-NAME                 PIC X(19).
           05 TR-ORIG-BOOKING-TYPE           PIC X.
           05 TR-FILLER1                     PIC X.
           05 TR-REGION-NO                   PIC XX.
           05 TR-TRIP-DATE                   PIC X(8).
           05 TR-CURRENCY-CODE               PIC X(3).
           05 TR-COST-OF-TRIP                PIC 9(5).
           05 TR-SALESPERSON-NAME            PIC X(20).
           05 TR-SALESPERSON-ID              PIC X(4).
           05 TR-TOUR-OPERATOR               PIC X(3).
           05 TR-NET-COST-DUE                PIC 9(5)V99.
           05 TR-FILLER3                     PIC X(3).

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the persisted booking number counter.

       FD  BOOKING-COUNTER-FILE.
       01  BKCTR-RECORD                      PIC 9(6).

      * File description for the payment-schedule file - the new
      * layout, and the same record seen as the booking number ahead
      * of the 60 bytes the old layout held.

       FD  PAY-SCHEDULE-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY PAYSCHED.
       01  PS-CONVERTED-RECORD.
           05 PSC-BOOKING-NO                 PIC 9(6).
           05 PSC-OLD-RECORD                 PIC X(60).

      * File description for the passenger file - the new layout,
      * and the same record seen as the booking number ahead of the
      * traveler details the old layout carried after client and
      * trip date.

       FD  PASSENGER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       COPY PAXFD.
       01  PAX-CONVERTED-RECORD.
           05 PXC-BOOKING-NO                 PIC 9(6).
           05 PXC-TRAVELER                   PIC X(50).
           05 PXC-FILLER                     PIC X(16).

      * File description for the operator invoices - the 30-byte
      * layout TOURRECON reads.

       FD  OPERATOR-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  OPERATOR-INVOICE-RECORD.
           05 OI-OPERATOR-CODE               PIC X(3).
           05 OI-BOOKING-NO                  PIC X(6).
           05 OI-OLD-REST                    PIC X(21).

      * File description for the shared file-location control file.

       FD  FILE-CONTROL-FILE.
       COPY FILECTL.

      * File description for the conversion report.

       FD  CONVERT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                     PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-TRIP-STATUS                  PIC XX.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-BKCTR-STATUS                 PIC XX.
          05 WS-PAYSCHED-STATUS              PIC XX.
          05 WS-PAXFILE-STATUS               PIC XX.
          05 WS-OPINV-STATUS                 PIC XX.
          05 WS-TRIP-EOF                     PIC XXX VALUE "NO".
          05 WS-SCHED-EOF                    PIC XXX VALUE "NO".
          05 WS-PAX-EOF                      PIC XXX VALUE "NO".
          05 WS-OPINV-EOF                    PIC XXX VALUE "NO".
          05 WS-TOO-BIG                      PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-NEXT-BOOKING                 PIC 9(6) VALUE 0.
          05 WS-BT-SUB                       PIC 9(4).
          05 WS-ROW-SUB                      PIC 9(4).
          05 WS-CANCEL-SUB                   PIC 9(4).
          05 WS-FIND-CLIENT                  PIC XXX.
          05 WS-FIND-DATE                    PIC X(8).
          05 WS-FIND-OPERATOR                PIC X(3).
          05 WS-FOUND-SUB                    PIC 9(4).
          05 WS-BOOKINGS-MADE                PIC 9(5) VALUE 0.
          05 WS-CANCELS-MATCHED              PIC 9(5) VALUE 0.
          05 WS-CANCELS-ALONE                PIC 9(5) VALUE 0.
          05 WS-TRIPS-SKIPPED                PIC 9(5) VALUE 0.
          05 WS-SCHED-UNMATCHED              PIC 9(5) VALUE 0.
          05 WS-PAX-UNMATCHED                PIC 9(5) VALUE 0.
          05 WS-OPINV-UNMATCHED              PIC 9(5) VALUE 0.
          COPY FILECTLWS.

      * The bookings built from the trip file, in booking number
      * order, with the fields the matching needs laid over each.

       01 WS-BOOKING-TABLE.
          05 WS-BT-COUNT                     PIC 9(4) VALUE 0.
          05 WS-BT-ENTRIES OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-BT-COUNT.
             10 WS-BT-RECORD                 PIC X(122).
             10 WS-BT-FIELDS REDEFINES WS-BT-RECORD.
                15 WS-BT-BOOKING-NO          PIC 9(6).
                15 WS-BT-STATUS              PIC X.
                15 WS-BT-TYPE                PIC X.
                15 WS-BT-CLIENT              PIC XXX.
                15                           PIC X(19).
                15 WS-BT-REGION              PIC XX.
                15 WS-BT-DATE                PIC X(8).
                15                           PIC X(32).
                15 WS-BT-OPERATOR            PIC X(3).
                15                           PIC X(47).

      * The old-layout files held whole while the master is built,
      * then written back out in their new layouts.

       01 WS-OLD-SCHED-TABLE.
          05 WS-OS-COUNT                     PIC 9(4) VALUE 0.
          05 WS-OS-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-OS-COUNT.
             10 WS-OS-RECORD                 PIC X(60).

       01 WS-OLD-PAX-TABLE.
          05 WS-OP-COUNT                     PIC 9(4) VALUE 0.
          05 WS-OP-ENTRIES OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-OP-COUNT.
             10 WS-OP-RECORD                 PIC X(64).

       01 WS-OLD-OPINV-TABLE.
          05 WS-OI-COUNT                     PIC 9(4) VALUE 0.
          05 WS-OI-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-OI-COUNT.
             10 WS-OI-RECORD                 PIC X(24).

      * The old layouts, for pulling the client and trip date out.

       01 WS-OLD-SCHEDULE.
          05 WS-OLD-PS-CLIENT                PIC XXX.
          05 WS-OLD-PS-DATE                  PIC X(8).
          05                                 PIC X(49).

       01 WS-OLD-PASSENGER.
          05 WS-OLD-PAX-CLIENT               PIC XXX.
          05 WS-OLD-PAX-DATE                 PIC X(8).
          05 WS-OLD-PAX-TRAVELER             PIC X(50).
          05                                 PIC X(3).

       01 WS-OLD-INVOICE.
          05 WS-OLD-OI-OPERATOR              PIC X(3).
          05 WS-OLD-OI-REST.
             10 WS-OLD-OI-CLIENT             PIC XXX.
             10 WS-OLD-OI-DATE               PIC X(8).
             10                              PIC X(10).

      * Report lines.

       01 CV-HEADING1.
          05                                 PIC X(40) VALUE
               "BOOKING MASTER CONVERSION - RUN         ".
          05 CVH-DATE                        PIC 9(8).
          05                                 PIC X(32) VALUE SPACES.

       01 CV-HEADING2.
          05                                 PIC X(14)
                                    VALUE "FILE".
          05                                 PIC X(7)
                                    VALUE "CLIENT".
          05                                 PIC X(10)
                                    VALUE "TRIP DATE".
          05                                 PIC X(49)
                                    VALUE "NOTE".

       01 CV-DETAIL.
          05 CVD-FILE                        PIC X(12).
          05                                 PIC X(2)  VALUE SPACES.
          05 CVD-CLIENT                      PIC XXX.
          05                                 PIC X(4)  VALUE SPACES.
          05 CVD-DATE                        PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 CVD-NOTE                        PIC X(44).
          05                                 PIC X(5)  VALUE SPACES.

       01 CV-TOTAL-LINE.
          05 CVT-LABEL                       PIC X(40).
          05 CVT-COUNT                       PIC ZZZ,ZZ9.
          05                                 PIC X(33) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-INVFILE                  PIC X(60)
          VALUE "C:\Users\schultzder\trip.dat".
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-BKCTR                    PIC X(60)
          VALUE "C:\COBOL\BookingCounter.txt".
          05 UT-SYS-PAYSCHED                 PIC X(60)
          VALUE "C:\COBOL\PaySchedule.txt".
          05 UT-SYS-PAXFILE                  PIC X(60)
          VALUE "C:\COBOL\Passengers.txt".
          05 UT-SYS-OPINV                    PIC X(60)
          VALUE "C:\COBOL\OperatorInvoices.txt".
          05 UT-SYS-CONVRPT                  PIC X(60)
          VALUE "C:\COBOL\BookingConvert.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE CHECKS THE MASTER IS EMPTY, LOADS THE TRIP
      * FILE AND THE THREE OLD-LAYOUT FILES, AND ONLY THEN WRITES THE
      * MASTER AND REWRITES THE OLD FILES.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 070-LOAD-FILE-CONTROL THRU 070-EXIT
           PERFORM 100-CHECK-MASTER THRU 100-EXIT
           PERFORM 150-GET-COUNTER THRU 150-EXIT
           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE WS-TODAY TO CVH-DATE
           WRITE REPORT-RECORD FROM CV-HEADING1
           WRITE REPORT-RECORD FROM CV-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 200-LOAD-TRIPS THRU 200-EXIT
           PERFORM 400-LOAD-SCHEDULE THRU 400-EXIT
           PERFORM 500-LOAD-PASSENGERS THRU 500-EXIT
           PERFORM 550-LOAD-INVOICES THRU 550-EXIT
           IF WS-TOO-BIG = "YES"
               MOVE "NOTHING CONVERTED - A FILE IS TOO LARGE TO HOLD"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
                AFTER ADVANCING 2 LINES
               CLOSE CONVERT-REPORT-FILE
               DISPLAY "NOTHING CONVERTED - SEE BookingConvert.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-WRITE-MASTER THRU 300-EXIT
           PERFORM 420-REWRITE-SCHEDULE THRU 420-EXIT
           PERFORM 520-REWRITE-PASSENGERS THRU 520-EXIT
           PERFORM 570-REWRITE-INVOICES THRU 570-EXIT
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE CONVERT-REPORT-FILE
           DISPLAY "BOOKINGS CONVERTED " WS-BOOKINGS-MADE
               " CANCELLED " WS-CANCELS-MATCHED
               " CANCEL ONLY " WS-CANCELS-ALONE
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

      ******************************************************************
      * 100-CHECK-MASTER STOPS THE RUN IF THE BOOKING MASTER ALREADY
      * HOLDS A BOOKING. A MISSING OR EMPTY MASTER IS WHAT IS WANTED.
      ******************************************************************
       100-CHECK-MASTER.
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           READ BOOKING-FILE
               AT END
                   MOVE "10" TO WS-BOOKING-STATUS
           END-READ
           CLOSE BOOKING-FILE
           IF WS-BOOKING-STATUS = "00"
               DISPLAY "BOOKING MASTER ALREADY HOLDS BOOKINGS - "
                   "NOTHING CONVERTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       100-EXIT.

      ******************************************************************
      * 150-GET-COUNTER PICKS UP THE LAST BOOKING NUMBER USED, IF THE
      * COUNTER FILE IS THERE, SO NUMBERING CARRIES ON FROM IT.
      ******************************************************************
       150-GET-COUNTER.
           OPEN INPUT BOOKING-COUNTER-FILE
           IF WS-BKCTR-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           READ BOOKING-COUNTER-FILE
               AT END MOVE ZEROS TO BKCTR-RECORD
           END-READ
           IF BKCTR-RECORD NUMERIC
               MOVE BKCTR-RECORD TO WS-NEXT-BOOKING
           END-IF
           CLOSE BOOKING-COUNTER-FILE.
       150-EXIT.

      ******************************************************************
      * 200-LOAD-TRIPS BUILDS THE BOOKING TABLE FROM THE TRIP FILE.
      * WITHOUT A TRIP FILE THERE IS NOTHING TO CONVERT.
      ******************************************************************
       200-LOAD-TRIPS.
           OPEN INPUT TRIP-INPUT-FILE
           IF WS-TRIP-STATUS NOT = "00"
               DISPLAY "NO TRIP FILE ON HAND - STATUS " WS-TRIP-STATUS
                   " - NOTHING CONVERTED"
               CLOSE CONVERT-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-READ-TRIP THRU 210-EXIT
               UNTIL WS-TRIP-EOF = "YES"
           CLOSE TRIP-INPUT-FILE.
       200-EXIT.

       210-READ-TRIP.
           READ TRIP-INPUT-FILE
               AT END
                   MOVE "YES" TO WS-TRIP-EOF
                   GO TO 210-EXIT
           END-READ
           IF TR-BOOKING-TYPE = "5"
               PERFORM 230-APPLY-CANCEL THRU 230-EXIT
               GO TO 210-EXIT
           END-IF
           IF TR-BOOKING-TYPE < "1" OR TR-BOOKING-TYPE > "4"
               MOVE "TRIP FILE" TO CVD-FILE
               MOVE TR-CLIENT-NO TO CVD-CLIENT
               MOVE TR-TRIP-DATE TO CVD-DATE
               MOVE "UNKNOWN BOOKING TYPE - SKIPPED" TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               ADD 1 TO WS-TRIPS-SKIPPED
               GO TO 210-EXIT
           END-IF
           PERFORM 220-ADD-BOOKING THRU 220-EXIT
           IF WS-TOO-BIG = "NO"
               MOVE "A" TO WS-BT-STATUS (WS-BT-COUNT)
               ADD 1 TO WS-BOOKINGS-MADE
           END-IF.
       210-EXIT.

      ******************************************************************
      * 220-ADD-BOOKING NUMBERS THE TRIP RECORD IN HAND AND ADDS IT TO
      * THE TABLE. THE CALLER SETS THE STATUS.
      ******************************************************************
       220-ADD-BOOKING.
           IF WS-BT-COUNT NOT < 5000
               MOVE "YES" TO WS-TOO-BIG
               MOVE "TRIP FILE" TO CVD-FILE
               MOVE SPACES TO CVD-CLIENT CVD-DATE
               MOVE "MORE THAN 5000 BOOKINGS" TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               MOVE "YES" TO WS-TRIP-EOF
               GO TO 220-EXIT
           END-IF
           MOVE SPACES TO BK-RECORD
           ADD 1 TO WS-NEXT-BOOKING
           MOVE WS-NEXT-BOOKING TO BK-BOOKING-NO
           MOVE TR-BOOKING-TYPE TO BK-BOOKING-TYPE
           MOVE TR-CLIENT-NO TO BK-CLIENT-NO
           MOVE TR-CLIENT-NAME TO BK-CLIENT-NAME
           MOVE TR-REGION-NO TO BK-REGION-NO
           MOVE TR-TRIP-DATE TO BK-TRIP-DATE
           MOVE TR-CURRENCY-CODE TO BK-CURRENCY-CODE
           IF TR-COST-OF-TRIP NUMERIC
               MOVE TR-COST-OF-TRIP TO BK-COST-OF-TRIP
           ELSE
               MOVE ZEROS TO BK-COST-OF-TRIP
           END-IF
           MOVE TR-SALESPERSON-NAME TO BK-SALESPERSON-NAME
           MOVE TR-SALESPERSON-ID TO BK-SALESPERSON-ID
           MOVE TR-TOUR-OPERATOR TO BK-TOUR-OPERATOR
           IF TR-NET-COST-DUE NUMERIC
               MOVE TR-NET-COST-DUE TO BK-NET-COST-DUE
           ELSE
               MOVE ZEROS TO BK-NET-COST-DUE
           END-IF
           MOVE ZEROS TO BK-BOOKED-DATE BK-CANCELLED-DATE
           MOVE WS-TODAY TO BK-CHANGED-DATE
           ADD 1 TO WS-BT-COUNT
           MOVE BK-RECORD TO WS-BT-RECORD (WS-BT-COUNT).
       220-EXIT.

      ******************************************************************
      * 230-APPLY-CANCEL MARKS THE FIRST ACTIVE BOOKING THE TYPE 5
      * RECORD CANCELS, OR KEEPS IT AS A CANCELLATION ONLY.
      ******************************************************************
       230-APPLY-CANCEL.
           MOVE ZEROS TO WS-CANCEL-SUB
           PERFORM 235-TEST-CANCEL THRU 235-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
                  OR WS-CANCEL-SUB > ZEROS
           IF WS-CANCEL-SUB > ZEROS
               MOVE "C" TO WS-BT-STATUS (WS-CANCEL-SUB)
               ADD 1 TO WS-CANCELS-MATCHED
               GO TO 230-EXIT
           END-IF
           MOVE TR-ORIG-BOOKING-TYPE TO TR-BOOKING-TYPE
           PERFORM 220-ADD-BOOKING THRU 220-EXIT
           IF WS-TOO-BIG = "YES"
               GO TO 230-EXIT
           END-IF
           MOVE "X" TO WS-BT-STATUS (WS-BT-COUNT)
           ADD 1 TO WS-CANCELS-ALONE
           MOVE "TRIP FILE" TO CVD-FILE
           MOVE TR-CLIENT-NO TO CVD-CLIENT
           MOVE TR-TRIP-DATE TO CVD-DATE
           MOVE "CANCELLATION WITH NO BOOKING - KEPT" TO CVD-NOTE
           PERFORM 800-WRITE-DETAIL THRU 800-EXIT.
       230-EXIT.

       235-TEST-CANCEL.
           IF WS-BT-STATUS (WS-BT-SUB) = "A"
               AND WS-BT-CLIENT (WS-BT-SUB) = TR-CLIENT-NO
               AND WS-BT-DATE (WS-BT-SUB) = TR-TRIP-DATE
               AND WS-BT-TYPE (WS-BT-SUB) = TR-ORIG-BOOKING-TYPE
               MOVE WS-BT-SUB TO WS-CANCEL-SUB
           END-IF.
       235-EXIT.

      ******************************************************************
      * 300-WRITE-MASTER WRITES THE BOOKING TABLE TO THE MASTER IN
      * BOOKING NUMBER ORDER AND LEAVES THE COUNTER AT THE LAST NUMBER.
      ******************************************************************
       300-WRITE-MASTER.
           OPEN OUTPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "BOOKING MASTER WILL NOT OPEN - STATUS "
                   WS-BOOKING-STATUS " - NOTHING CONVERTED"
               CLOSE CONVERT-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 310-WRITE-ONE THRU 310-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
           CLOSE BOOKING-FILE
           MOVE WS-NEXT-BOOKING TO BKCTR-RECORD
           OPEN OUTPUT BOOKING-COUNTER-FILE
           WRITE BKCTR-RECORD
           CLOSE BOOKING-COUNTER-FILE.
       300-EXIT.

       310-WRITE-ONE.
           MOVE WS-BT-RECORD (WS-BT-SUB) TO BK-RECORD
           WRITE BK-RECORD
               INVALID KEY
                   DISPLAY "BOOKING " BK-BOOKING-NO
                       " NOT WRITTEN - STATUS " WS-BOOKING-STATUS
           END-WRITE.
       310-EXIT.

      ******************************************************************
      * 400-LOAD-SCHEDULE HOLDS THE OLD 60-BYTE PAYMENT SCHEDULE. NO
      * SCHEDULE FILE MEANS NOTHING TO CONVERT.
      ******************************************************************
       400-LOAD-SCHEDULE.
           OPEN INPUT PAY-SCHEDULE-FILE
           IF WS-PAYSCHED-STATUS NOT = "00"
               MOVE "YES" TO WS-SCHED-EOF
               GO TO 400-EXIT
           END-IF
           PERFORM 410-READ-SCHEDULE THRU 410-EXIT
               UNTIL WS-SCHED-EOF = "YES"
           CLOSE PAY-SCHEDULE-FILE.
       400-EXIT.

       410-READ-SCHEDULE.
           READ PAY-SCHEDULE-FILE
               AT END
                   MOVE "YES" TO WS-SCHED-EOF
                   GO TO 410-EXIT
           END-READ
           IF WS-OS-COUNT NOT < 2000
               MOVE "YES" TO WS-TOO-BIG
               MOVE "YES" TO WS-SCHED-EOF
               MOVE "PAYSCHEDULE" TO CVD-FILE
               MOVE SPACES TO CVD-CLIENT CVD-DATE
               MOVE "MORE THAN 2000 SCHEDULES" TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-OS-COUNT
           MOVE PS-RECORD TO WS-OS-RECORD (WS-OS-COUNT).
       410-EXIT.

      ******************************************************************
      * 420-REWRITE-SCHEDULE WRITES EACH SCHEDULE BACK WITH THE
      * BOOKING NUMBER OF ITS CLIENT AND TRIP DATE IN FRONT.
      ******************************************************************
       420-REWRITE-SCHEDULE.
           IF WS-OS-COUNT = ZEROS
               GO TO 420-EXIT
           END-IF
           OPEN OUTPUT PAY-SCHEDULE-FILE
           PERFORM 430-WRITE-SCHEDULE THRU 430-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-OS-COUNT
           CLOSE PAY-SCHEDULE-FILE.
       420-EXIT.

       430-WRITE-SCHEDULE.
           MOVE WS-OS-RECORD (WS-ROW-SUB) TO WS-OLD-SCHEDULE
           MOVE WS-OLD-PS-CLIENT TO WS-FIND-CLIENT
           MOVE WS-OLD-PS-DATE TO WS-FIND-DATE
           MOVE SPACES TO WS-FIND-OPERATOR
           PERFORM 600-FIND-BOOKING THRU 600-EXIT
           MOVE SPACES TO PS-RECORD
           MOVE WS-OS-RECORD (WS-ROW-SUB) TO PSC-OLD-RECORD
           IF WS-FOUND-SUB = ZEROS
               MOVE ZEROS TO PSC-BOOKING-NO
               ADD 1 TO WS-SCHED-UNMATCHED
               MOVE "PAYSCHEDULE" TO CVD-FILE
               MOVE WS-OLD-PS-CLIENT TO CVD-CLIENT
               MOVE WS-OLD-PS-DATE TO CVD-DATE
               MOVE "NO BOOKING - WRITTEN AS BOOKING 000000"
                   TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
           ELSE
               MOVE WS-BT-BOOKING-NO (WS-FOUND-SUB) TO PSC-BOOKING-NO
           END-IF
           WRITE PS-RECORD.
       430-EXIT.

      ******************************************************************
      * 500-LOAD-PASSENGERS HOLDS THE OLD CLIENT-AND-DATE PASSENGER
      * FILE. NO PASSENGER FILE MEANS NOTHING TO CONVERT.
      ******************************************************************
       500-LOAD-PASSENGERS.
           OPEN INPUT PASSENGER-FILE
           IF WS-PAXFILE-STATUS NOT = "00"
               MOVE "YES" TO WS-PAX-EOF
               GO TO 500-EXIT
           END-IF
           PERFORM 510-READ-PASSENGER THRU 510-EXIT
               UNTIL WS-PAX-EOF = "YES"
           CLOSE PASSENGER-FILE.
       500-EXIT.

       510-READ-PASSENGER.
           READ PASSENGER-FILE
               AT END
                   MOVE "YES" TO WS-PAX-EOF
                   GO TO 510-EXIT
           END-READ
           IF WS-OP-COUNT NOT < 5000
               MOVE "YES" TO WS-TOO-BIG
               MOVE "YES" TO WS-PAX-EOF
               MOVE "PASSENGERS" TO CVD-FILE
               MOVE SPACES TO CVD-CLIENT CVD-DATE
               MOVE "MORE THAN 5000 TRAVELERS" TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE PAX-RECORD TO WS-OP-RECORD (WS-OP-COUNT).
       510-EXIT.

      ******************************************************************
      * 520-REWRITE-PASSENGERS WRITES EACH TRAVELER BACK UNDER THE
      * BOOKING NUMBER OF THE OLD CLIENT AND TRIP DATE.
      ******************************************************************
       520-REWRITE-PASSENGERS.
           IF WS-OP-COUNT = ZEROS
               GO TO 520-EXIT
           END-IF
           OPEN OUTPUT PASSENGER-FILE
           PERFORM 530-WRITE-PASSENGER THRU 530-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-OP-COUNT
           CLOSE PASSENGER-FILE.
       520-EXIT.

       530-WRITE-PASSENGER.
           MOVE WS-OP-RECORD (WS-ROW-SUB) TO WS-OLD-PASSENGER
           MOVE WS-OLD-PAX-CLIENT TO WS-FIND-CLIENT
           MOVE WS-OLD-PAX-DATE TO WS-FIND-DATE
           MOVE SPACES TO WS-FIND-OPERATOR
           PERFORM 600-FIND-BOOKING THRU 600-EXIT
           MOVE SPACES TO PAX-RECORD
           MOVE WS-OLD-PAX-TRAVELER TO PXC-TRAVELER
           IF WS-FOUND-SUB = ZEROS
               MOVE ZEROS TO PXC-BOOKING-NO
               ADD 1 TO WS-PAX-UNMATCHED
               MOVE "PASSENGERS" TO CVD-FILE
               MOVE WS-OLD-PAX-CLIENT TO CVD-CLIENT
               MOVE WS-OLD-PAX-DATE TO CVD-DATE
               MOVE "NO BOOKING - WRITTEN AS BOOKING 000000"
                   TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
           ELSE
               MOVE WS-BT-BOOKING-NO (WS-FOUND-SUB) TO PXC-BOOKING-NO
           END-IF
           WRITE PAX-RECORD.
       530-EXIT.

      ******************************************************************
      * 550-LOAD-INVOICES HOLDS THE OLD 24-BYTE OPERATOR INVOICES. NO
      * INVOICE FILE MEANS NOTHING TO CONVERT.
      ******************************************************************
       550-LOAD-INVOICES.
           OPEN INPUT OPERATOR-INVOICE-FILE
           IF WS-OPINV-STATUS NOT = "00"
               MOVE "YES" TO WS-OPINV-EOF
               GO TO 550-EXIT
           END-IF
           PERFORM 560-READ-INVOICE THRU 560-EXIT
               UNTIL WS-OPINV-EOF = "YES"
           CLOSE OPERATOR-INVOICE-FILE.
       550-EXIT.

       560-READ-INVOICE.
           READ OPERATOR-INVOICE-FILE
               AT END
                   MOVE "YES" TO WS-OPINV-EOF
                   GO TO 560-EXIT
           END-READ
           IF WS-OI-COUNT NOT < 2000
               MOVE "YES" TO WS-TOO-BIG
               MOVE "YES" TO WS-OPINV-EOF
               MOVE "OPINVOICES" TO CVD-FILE
               MOVE SPACES TO CVD-CLIENT CVD-DATE
               MOVE "MORE THAN 2000 INVOICES" TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 560-EXIT
           END-IF
           ADD 1 TO WS-OI-COUNT
           MOVE OPERATOR-INVOICE-RECORD TO WS-OI-RECORD (WS-OI-COUNT).
       560-EXIT.

      ******************************************************************
      * 570-REWRITE-INVOICES WRITES EACH INVOICE BACK WITH THE BOOKING
      * NUMBER OF ITS OPERATOR, CLIENT AND TRIP DATE AFTER THE
      * OPERATOR CODE.
      ******************************************************************
       570-REWRITE-INVOICES.
           IF WS-OI-COUNT = ZEROS
               GO TO 570-EXIT
           END-IF
           OPEN OUTPUT OPERATOR-INVOICE-FILE
           PERFORM 580-WRITE-INVOICE THRU 580-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-OI-COUNT
           CLOSE OPERATOR-INVOICE-FILE.
       570-EXIT.

       580-WRITE-INVOICE.
           MOVE WS-OI-RECORD (WS-ROW-SUB) TO WS-OLD-INVOICE
           MOVE WS-OLD-OI-CLIENT TO WS-FIND-CLIENT
           MOVE WS-OLD-OI-DATE TO WS-FIND-DATE
           MOVE WS-OLD-OI-OPERATOR TO WS-FIND-OPERATOR
           PERFORM 600-FIND-BOOKING THRU 600-EXIT
           MOVE SPACES TO OPERATOR-INVOICE-RECORD
           MOVE WS-OLD-OI-OPERATOR TO OI-OPERATOR-CODE
           MOVE WS-OLD-OI-REST TO OI-OLD-REST
           IF WS-FOUND-SUB = ZEROS
               ADD 1 TO WS-OPINV-UNMATCHED
               MOVE "OPINVOICES" TO CVD-FILE
               MOVE WS-OLD-OI-CLIENT TO CVD-CLIENT
               MOVE WS-OLD-OI-DATE TO CVD-DATE
               MOVE "NO BOOKING - BOOKING NUMBER LEFT BLANK"
                   TO CVD-NOTE
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
           ELSE
               MOVE WS-BT-BOOKING-NO (WS-FOUND-SUB) TO OI-BOOKING-NO
           END-IF
           WRITE OPERATOR-INVOICE-RECORD.
       580-EXIT.

      ******************************************************************
      * 600-FIND-BOOKING FINDS THE FIRST BOOKING (NOT A CANCELLATION
      * ONLY) FOR WS-FIND-CLIENT AND WS-FIND-DATE, AND FOR
      * WS-FIND-OPERATOR TOO WHEN ONE IS GIVEN. WS-FOUND-SUB IS ZERO
      * WHEN THERE IS NONE.
      ******************************************************************
       600-FIND-BOOKING.
           MOVE ZEROS TO WS-FOUND-SUB
           PERFORM 610-TEST-BOOKING THRU 610-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
                  OR WS-FOUND-SUB > ZEROS.
       600-EXIT.

       610-TEST-BOOKING.
           IF WS-BT-STATUS (WS-BT-SUB) = "X"
               GO TO 610-EXIT
           END-IF
           IF WS-BT-CLIENT (WS-BT-SUB) NOT = WS-FIND-CLIENT
               OR WS-BT-DATE (WS-BT-SUB) NOT = WS-FIND-DATE
               GO TO 610-EXIT
           END-IF
           IF WS-FIND-OPERATOR NOT = SPACES
               AND WS-BT-OPERATOR (WS-BT-SUB) NOT = WS-FIND-OPERATOR
               GO TO 610-EXIT
           END-IF
           MOVE WS-BT-SUB TO WS-FOUND-SUB.
       610-EXIT.

       800-WRITE-DETAIL.
           WRITE REPORT-RECORD FROM CV-DETAIL
            AFTER ADVANCING 1 LINE.
       800-EXIT.

      ******************************************************************
      * 900-WRITE-TOTALS CLOSES THE REPORT WITH THE COUNTS.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BOOKINGS CONVERTED" TO CVT-LABEL
           MOVE WS-BOOKINGS-MADE TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "  OF WHICH CANCELLED" TO CVT-LABEL
           MOVE WS-CANCELS-MATCHED TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "CANCELLATIONS KEPT WITH NO BOOKING" TO CVT-LABEL
           MOVE WS-CANCELS-ALONE TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "TRIP RECORDS SKIPPED" TO CVT-LABEL
           MOVE WS-TRIPS-SKIPPED TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "LAST BOOKING NUMBER USED" TO CVT-LABEL
           MOVE WS-NEXT-BOOKING TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "SCHEDULES CONVERTED" TO CVT-LABEL
           MOVE WS-OS-COUNT TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "  OF WHICH WITH NO BOOKING" TO CVT-LABEL
           MOVE WS-SCHED-UNMATCHED TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "TRAVELERS CONVERTED" TO CVT-LABEL
           MOVE WS-OP-COUNT TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "  OF WHICH WITH NO BOOKING" TO CVT-LABEL
           MOVE WS-PAX-UNMATCHED TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "OPERATOR INVOICES CONVERTED" TO CVT-LABEL
           MOVE WS-OI-COUNT TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE
           MOVE "  OF WHICH WITH NO BOOKING" TO CVT-LABEL
           MOVE WS-OPINV-UNMATCHED TO CVT-COUNT
           WRITE REPORT-RECORD FROM CV-TOTAL-LINE.
       900-EXIT.
