       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRIPRFND.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Client cancellation refunds. When a client cancels, what they
      * get back depends on what they had paid against the booking's
      * payment schedule (see copybooks/PAYSCHED.cpy) and how close to
      * departure they cancelled; this used to be worked out by hand
      * from the operator's brochure terms. The C option takes the
      * booking number of a booking TRIPENT has cancelled, counts the
      * days from the cancellation to the trip date, and looks up the
      * penalty percent on the operator's scale on CancelPenalty.txt
      * (see copybooks/CANCPEN.cpy, maintained by PENMNT) - the house
      * scale, operator ***, when the operator has none of its own.
      * The penalty is that percent of the scheduled trip cost; the
      * refund is what the client paid less the penalty, never less
      * than nothing. Once confirmed:
      *
      *   - the payment schedule is closed (PS-STATUS C), so TRIPPAY
      *     takes no more receipts on it and stops aging it
      *   - the refund is recorded on TripRefunds.txt (see
      *     copybooks/TRIPRFND.cpy) as owed, or as nothing owed when
      *     the penalty took everything paid
      *   - a cancellation statement for the client is appended to
      *     CancelStatements.doc in the confirmation document's style
      *
      * The P option marks an owed refund paid with the check number.
      * The R option prints RefundsOutstanding.txt - every refund
      * still owed, with the days since it was figured. Neither a
      * refund nor its payment is recorded while today's month is
      * closed through PERIODMNT; PERIODCHK logs the attempt.
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

      * Select statement for the payment-schedule file.

       SELECT PAY-SCHEDULE-FILE
              ASSIGN TO UT-SYS-PAYSCHED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYSCHED-STATUS.

      * Select statement for the cancellation penalty scale.

       SELECT PENALTY-FILE
              ASSIGN TO UT-SYS-PENALTY
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENALTY-STATUS.

      * Select statement for the client refund file.

       SELECT REFUND-FILE
              ASSIGN TO UT-SYS-REFUNDS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REFUND-STATUS.

      * Select statement for the cancellation statement print file.

       SELECT STATEMENT-DOC-FILE
              ASSIGN TO UT-SYS-CANCDOC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CANCDOC-STATUS.

      * Select statement for the refunds-outstanding report.

       SELECT OUTSTANDING-REPORT-FILE
              ASSIGN TO UT-SYS-RFNDRPT
              ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the payment-schedule file.

       FD  PAY-SCHEDULE-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY PAYSCHED.

      * File description for the cancellation penalty scale.

       FD  PENALTY-FILE
           RECORD CONTAINS 16 CHARACTERS.
       COPY CANCPEN.

      * File description for the client refund file.

       FD  REFUND-FILE
           RECORD CONTAINS 132 CHARACTERS.
       COPY TRIPRFND.

      * File description for the cancellation statement print file.

       FD  STATEMENT-DOC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-DOC-RECORD              PIC X(80).

      * File description for the refunds-outstanding report.

       FD  OUTSTANDING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-RECORD                     PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-PAYSCHED-STATUS              PIC XX.
          05 WS-PENALTY-STATUS               PIC XX.
          05 WS-REFUND-STATUS                PIC XX.
          05 WS-CANCDOC-STATUS               PIC XX.
          05 WS-BOOKING-ON-FILE              PIC XXX VALUE "YES".
          05 WS-SCHED-EOF                    PIC XXX VALUE "NO".
          05 WS-PENALTY-EOF                  PIC XXX VALUE "NO".
          05 WS-REFUND-EOF                   PIC XXX VALUE "NO".
          05 WS-SC-FULL                      PIC XXX VALUE "NO".
          05 WS-RF-FULL                      PIC XXX VALUE "NO".
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-CONFIRM                      PIC X.
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-INPUT-BOOKING                PIC 9(6).
          05 WS-INPUT-CHECK                  PIC X(8).
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-SC-SUB                       PIC 9(4).
          05 WS-SC-SUB2                      PIC 9(4).
          05 WS-RF-SUB                       PIC 9(4).
          05 WS-RF-SUB2                      PIC 9(4).
          05 WS-PN-SUB                       PIC 999.
          05 WS-DATE-NUM                     PIC 9(8).
          05 WS-CANCEL-DATE                  PIC 9(8).
          05 WS-DAYS-BEFORE                  PIC S9(5).
          05 WS-SCALE-OPERATOR               PIC X(3).
          05 WS-SCALE-FOUND                  PIC XXX.
          05 WS-BEST-DAYS                    PIC S9(4).
          05 WS-PENALTY-PCT                  PIC 9(3)V99.
          05 WS-TRIP-COST                    PIC 9(6)V99.
          05 WS-RECEIVED                     PIC 9(6)V99.
          05 WS-PENALTY                      PIC 9(6)V99.
          05 WS-REFUND                       PIC S9(6)V99.
          05 WS-DAYS-OUT                     PIC S9(5).
          05 WS-DAYS-ED                      PIC ZZZ9.
          05 WS-PCT-ED                       PIC ZZ9.99.
          05 WS-LISTED-COUNT                 PIC 9(4) VALUE 0.
          05 WS-LISTED-TOTAL                 PIC 9(8)V99 VALUE 0.

      * The whole schedule file held as it was read, so only the
      * status byte of the schedule being closed changes on rewrite.

       01 WS-SCHED-TABLE.
          05 WS-SC-COUNT                     PIC 9(4) VALUE 0.
          05 WS-SC-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SC-COUNT
               INDEXED BY SC-IDX.
             10 WS-SC-RECORD                 PIC X(66).

      * The penalty scale, every operator's steps.

       01 WS-PENALTY-TABLE.
          05 WS-PN-COUNT                     PIC 999 VALUE 0.
          05 WS-PN-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-PN-COUNT.
             10 WS-PN-OPERATOR               PIC X(3).
             10 WS-PN-DAYS                   PIC 9(3).
             10 WS-PN-PCT                    PIC 9(3)V99.

      * The refund file held for update.

       01 WS-REFUND-TABLE.
          05 WS-RF-COUNT                     PIC 9(4) VALUE 0.
          05 WS-RF-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-RF-COUNT.
             10 WS-RF-RECORD                 PIC X(132).

      * Cancellation statement lines.

       01 CD-RULE-LINE.
          05                                 PIC X(50)
          VALUE "==================================================".
          05                                 PIC X(30) VALUE SPACES.

       01 CD-TITLE-LINE.
          05                                 PIC X(30)
                         VALUE "CANCELLATION STATEMENT        ".
          05                                 PIC X(9)
                                             VALUE "PREPARED ".
          05 CDT-DATE                        PIC 9(8).
          05                                 PIC X(33) VALUE SPACES.

       01 CD-LABEL-LINE.
          05 CDL-LABEL                       PIC X(18).
          05 CDL-VALUE                       PIC X(30).
          05                                 PIC X(32) VALUE SPACES.

       01 CD-MONEY-LINE.
          05 CDM-LABEL                       PIC X(24).
          05 CDM-AMOUNT                      PIC $$$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 CDM-CURRENCY                    PIC X(3).
          05                                 PIC X(37) VALUE SPACES.

      * Refunds-outstanding report lines.

       01 RO-HEADING1.
          05                                 PIC X(40) VALUE
               "CLIENT REFUNDS OUTSTANDING - PRINTED    ".
          05 ROH-DATE                        PIC 9(8).
          05                                 PIC X(52) VALUE SPACES.

       01 RO-HEADING2.
          05                                 PIC X(7)  VALUE "BOOKNG".
          05                                 PIC X(24)
                                    VALUE "CLIENT".
          05                                 PIC X(4)  VALUE "OPR".
          05                                 PIC X(10)
                                    VALUE "TRIP DATE".
          05                                 PIC X(10)
                                    VALUE "CANCELLED".
          05                                 PIC X(10)
                                    VALUE "FIGURED".
          05                                 PIC X(10)
                                    VALUE "    REFUND".
          05                                 PIC X(7)  VALUE "  CUR".
          05                                 PIC X(10)
                                    VALUE "  DAYS OUT".
          05                                 PIC X(8)  VALUE SPACES.

       01 RO-DETAIL.
          05 ROD-BOOKING                     PIC 9(6).
          05                                 PIC X(1)  VALUE SPACES.
          05 ROD-CLIENT-NO                   PIC X(5).
          05                                 PIC X(1)  VALUE SPACES.
          05 ROD-CLIENT-NAME                 PIC X(17).
          05                                 PIC X(1)  VALUE SPACES.
          05 ROD-OPERATOR                    PIC X(3).
          05                                 PIC X(1)  VALUE SPACES.
          05 ROD-TRIP-DATE                   PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 ROD-CANCELLED                   PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 ROD-FIGURED                     PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 ROD-REFUND                      PIC ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 ROD-CURRENCY                    PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 ROD-DAYS-OUT                    PIC ZZZZ9.
          05                                 PIC X(13) VALUE SPACES.

       01 RO-FOOTER.
          05                                 PIC X(20)
                                    VALUE "REFUNDS OUTSTANDING:".
          05 ROF-COUNT                       PIC ZZZ9.
          05                                 PIC X(9)
                                    VALUE "  TOTAL: ".
          05 ROF-TOTAL                       PIC ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(54)
               VALUE "  (MIXED CURRENCIES - SEE EACH LINE)".

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-PAYSCHED                 PIC X(60)
          VALUE "C:\COBOL\PaySchedule.txt".
          05 UT-SYS-PENALTY                  PIC X(60)
          VALUE "C:\COBOL\CancelPenalty.txt".
          05 UT-SYS-REFUNDS                  PIC X(60)
          VALUE "C:\COBOL\TripRefunds.txt".
          05 UT-SYS-CANCDOC                  PIC X(60)
          VALUE "C:\COBOL\CancelStatements.doc".
          05 UT-SYS-RFNDRPT                  PIC X(60)
          VALUE "C:\COBOL\RefundsOutstanding.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE SCHEDULE, SCALE AND REFUND FILES,
      * RUNS THE MENU UNTIL THE OPERATOR QUITS, THEN REWRITES THE
      * SCHEDULE AND REFUND FILES BACK OUT.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS " - NO REFUNDS CAN BE FIGURED"
               MOVE "NO" TO WS-BOOKING-ON-FILE
           END-IF
           PERFORM 100-LOAD-SCHEDULE THRU 100-EXIT
           PERFORM 150-LOAD-PENALTY-TABLE THRU 150-EXIT
           PERFORM 170-LOAD-REFUNDS THRU 170-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           IF WS-BOOKING-ON-FILE = "YES"
               CLOSE BOOKING-FILE
           END-IF
           PERFORM 900-REWRITE-FILES THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-SCHEDULE READS THE SCHEDULE FILE INTO ITS TABLE. A
      * FILE TOO BIG FOR THE TABLE IS NOT REWRITTEN, SO NO SCHEDULE
      * IS LOST - NOR CAN ONE BE CLOSED.
      ******************************************************************
       100-LOAD-SCHEDULE.
           OPEN INPUT PAY-SCHEDULE-FILE
           IF WS-PAYSCHED-STATUS NOT = "00"
               DISPLAY "NO PAYMENT SCHEDULES ON FILE - STATUS "
                   WS-PAYSCHED-STATUS
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-SCHEDULE THRU 110-EXIT
               UNTIL WS-SCHED-EOF = "YES"
           CLOSE PAY-SCHEDULE-FILE.
       100-EXIT.

       110-READ-SCHEDULE.
           READ PAY-SCHEDULE-FILE
               AT END
                   MOVE "YES" TO WS-SCHED-EOF
                   GO TO 110-EXIT
           END-READ
           IF WS-SC-COUNT >= 2000
               DISPLAY "MORE THAN 2000 PAYMENT SCHEDULES - NONE CAN "
                   "BE CLOSED THIS RUN"
               MOVE "YES" TO WS-SC-FULL WS-SCHED-EOF
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE PS-RECORD TO WS-SC-RECORD (WS-SC-COUNT).
       110-EXIT.

      ******************************************************************
      * 150-LOAD-PENALTY-TABLE READS EVERY OPERATOR'S SCALE.
      ******************************************************************
       150-LOAD-PENALTY-TABLE.
           OPEN INPUT PENALTY-FILE
           IF WS-PENALTY-STATUS NOT = "00"
               DISPLAY "NO CANCELLATION PENALTY SCALE ON FILE - "
                   "SET ONE UP IN PENMNT"
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-PENALTY THRU 160-EXIT
               UNTIL WS-PENALTY-EOF = "YES"
           CLOSE PENALTY-FILE.
       150-EXIT.

       160-READ-PENALTY.
           READ PENALTY-FILE
               AT END
                   MOVE "YES" TO WS-PENALTY-EOF
               NOT AT END
                   IF WS-PN-COUNT < 200
                       ADD 1 TO WS-PN-COUNT
                       MOVE CP-OPERATOR TO WS-PN-OPERATOR (WS-PN-COUNT)
                       MOVE CP-DAYS-BEFORE TO WS-PN-DAYS (WS-PN-COUNT)
                       MOVE CP-PENALTY-PCT TO WS-PN-PCT (WS-PN-COUNT)
                   END-IF
           END-READ.
       160-EXIT.

      ******************************************************************
      * 170-LOAD-REFUNDS READS THE REFUND FILE INTO ITS TABLE, UNDER
      * THE SAME GUARD AS THE SCHEDULE.
      ******************************************************************
       170-LOAD-REFUNDS.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS NOT = "00"
               GO TO 170-EXIT
           END-IF
           PERFORM 180-READ-REFUND THRU 180-EXIT
               UNTIL WS-REFUND-EOF = "YES"
           CLOSE REFUND-FILE.
       170-EXIT.

       180-READ-REFUND.
           READ REFUND-FILE
               AT END
                   MOVE "YES" TO WS-REFUND-EOF
                   GO TO 180-EXIT
           END-READ
           IF WS-RF-COUNT >= 2000
               DISPLAY "MORE THAN 2000 REFUNDS ON FILE - NONE CAN BE "
                   "ADDED OR PAID THIS RUN"
               MOVE "YES" TO WS-RF-FULL WS-REFUND-EOF
               GO TO 180-EXIT
           END-IF
           ADD 1 TO WS-RF-COUNT
           MOVE RF-RECORD TO WS-RF-RECORD (WS-RF-COUNT).
       180-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MENU AND ROUTES TO THE CHOSEN
      * OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "CLIENT CANCELLATION REFUNDS - " WS-RF-COUNT
               " REFUNDS ON FILE"
           DISPLAY "C - FIGURE THE REFUND ON A CANCELLED BOOKING"
           DISPLAY "P - MARK A REFUND PAID"
           DISPLAY "R - PRINT THE REFUNDS-OUTSTANDING REPORT"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "C"
               WHEN "c"
                   PERFORM 400-FIGURE-REFUND THRU 400-EXIT
               WHEN "P"
               WHEN "p"
                   PERFORM 500-MARK-PAID THRU 500-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 600-OUTSTANDING-REPORT THRU 600-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 400-FIGURE-REFUND FIGURES THE REFUND ON A CANCELLED BOOKING
      * FROM ITS PAYMENT SCHEDULE AND THE OPERATOR'S PENALTY SCALE,
      * AND ONCE CONFIRMED CLOSES THE SCHEDULE, RECORDS THE REFUND
      * AND PRINTS THE CLIENT'S STATEMENT.
      ******************************************************************
       400-FIGURE-REFUND.
           IF WS-BOOKING-ON-FILE = "NO"
               DISPLAY "NO BOOKING MASTER ON HAND"
               GO TO 400-EXIT
           END-IF
           IF WS-SC-FULL = "YES" OR WS-RF-FULL = "YES"
               DISPLAY "FILES TOO LARGE TO UPDATE - NOTHING FIGURED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER BOOKING NUMBER (6 DIGITS)"
           ACCEPT WS-INPUT-BOOKING
           MOVE WS-INPUT-BOOKING TO BK-BOOKING-NO
           READ BOOKING-FILE
               INVALID KEY
                   DISPLAY "BOOKING NOT ON FILE"
                   GO TO 400-EXIT
           END-READ
           IF NOT BK-CANCELLED
               DISPLAY "BOOKING IS NOT CANCELLED - CANCEL IT IN "
                   "TRIPENT FIRST"
               GO TO 400-EXIT
           END-IF
           PERFORM 430-FIND-REFUND THRU 430-EXIT
           IF WS-ENTRY-FOUND = "YES"
               DISPLAY "REFUND ALREADY FIGURED ON "
                   RF-COMPUTED-DATE " - STATUS " RF-STATUS
               GO TO 400-EXIT
           END-IF
           PERFORM 420-FIND-SCHEDULE THRU 420-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO PAYMENT SCHEDULE ON FILE FOR THAT BOOKING"
               GO TO 400-EXIT
           END-IF
           IF PS-CLOSED
               DISPLAY "PAYMENT SCHEDULE IS ALREADY CLOSED"
               GO TO 400-EXIT
           END-IF
           PERFORM 440-DAYS-BEFORE THRU 440-EXIT
           PERFORM 450-PENALTY-PCT THRU 450-EXIT
           IF WS-SCALE-FOUND = "NO"
               DISPLAY "NO PENALTY SCALE FOR OPERATOR "
                   BK-TOUR-OPERATOR " AND NO HOUSE SCALE (***) - "
                   "SET ONE UP IN PENMNT"
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-TRIP-COST =
               PS-DEPOSIT-AMOUNT + PS-FINAL-AMOUNT
           COMPUTE WS-RECEIVED =
               PS-DEPOSIT-RECEIVED + PS-FINAL-RECEIVED
           COMPUTE WS-PENALTY ROUNDED =
               WS-TRIP-COST * WS-PENALTY-PCT / 100
           COMPUTE WS-REFUND = WS-RECEIVED - WS-PENALTY
           IF WS-REFUND < 0
               MOVE ZEROS TO WS-REFUND
           END-IF
           DISPLAY "CLIENT " BK-CLIENT-NO " " BK-CLIENT-NAME
               " TRIP " BK-TRIP-DATE
           DISPLAY "CANCELLED " WS-CANCEL-DATE " - " WS-DAYS-BEFORE
               " DAYS BEFORE DEPARTURE - " WS-SCALE-OPERATOR
               " SCALE " WS-PENALTY-PCT " PCT"
           DISPLAY "TRIP COST " WS-TRIP-COST " RECEIVED " WS-RECEIVED
           DISPLAY "PENALTY " WS-PENALTY " REFUND " WS-REFUND
           DISPLAY "RECORD THIS REFUND AND CLOSE THE SCHEDULE? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING RECORDED"
               GO TO 400-EXIT
           END-IF
           MOVE WS-TODAY TO PC-POST-DATE
           MOVE "TRIPRFND" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR PC-DETAIL
           STRING "CANCEL REFUND BOOKING " DELIMITED BY SIZE
               WS-INPUT-BOOKING DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-TODAY " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING RECORDED"
               GO TO 400-EXIT
           END-IF
           MOVE "C" TO PS-STATUS
           MOVE PS-RECORD TO WS-SC-RECORD (WS-SC-SUB)
           PERFORM 460-ADD-REFUND THRU 460-EXIT
           PERFORM 480-WRITE-STATEMENT THRU 480-EXIT
           DISPLAY "SCHEDULE CLOSED, REFUND RECORDED AND STATEMENT "
               "WRITTEN".
       400-EXIT.

      ******************************************************************
      * 420-FIND-SCHEDULE LOOKS FOR THE BOOKING'S SCHEDULE, LEAVING
      * IT IN PS-RECORD AND ITS PLACE IN WS-SC-SUB.
      ******************************************************************
       420-FIND-SCHEDULE.
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM 425-CHECK-SCHEDULE THRU 425-EXIT
               VARYING WS-SC-SUB2 FROM 1 BY 1
               UNTIL WS-SC-SUB2 > WS-SC-COUNT
               OR WS-ENTRY-FOUND = "YES".
       420-EXIT.

       425-CHECK-SCHEDULE.
           MOVE WS-SC-RECORD (WS-SC-SUB2) TO PS-RECORD
           IF PS-BOOKING-NO = WS-INPUT-BOOKING
               MOVE "YES" TO WS-ENTRY-FOUND
               MOVE WS-SC-SUB2 TO WS-SC-SUB
           END-IF.
       425-EXIT.

      ******************************************************************
      * 430-FIND-REFUND LOOKS FOR A REFUND ALREADY ON FILE FOR THE
      * BOOKING, LEAVING IT IN RF-RECORD AND ITS PLACE IN WS-RF-SUB.
      ******************************************************************
       430-FIND-REFUND.
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM 435-CHECK-REFUND THRU 435-EXIT
               VARYING WS-RF-SUB2 FROM 1 BY 1
               UNTIL WS-RF-SUB2 > WS-RF-COUNT
               OR WS-ENTRY-FOUND = "YES".
       430-EXIT.

       435-CHECK-REFUND.
           MOVE WS-RF-RECORD (WS-RF-SUB2) TO RF-RECORD
           IF RF-BOOKING-NO = WS-INPUT-BOOKING
               MOVE "YES" TO WS-ENTRY-FOUND
               MOVE WS-RF-SUB2 TO WS-RF-SUB
           END-IF.
       435-EXIT.

      ******************************************************************
      * 440-DAYS-BEFORE COUNTS THE DAYS FROM THE CANCELLATION (TODAY
      * WHEN THE BOOKING CARRIES NO CANCELLED DATE) TO THE TRIP DATE.
      * AN UNDATED TRIP OR ONE ALREADY GONE COUNTS AS NO DAYS.
      ******************************************************************
       440-DAYS-BEFORE.
           MOVE ZEROS TO WS-DAYS-BEFORE
           IF BK-CANCELLED-DATE NUMERIC AND BK-CANCELLED-DATE > 0
               MOVE BK-CANCELLED-DATE TO WS-CANCEL-DATE
           ELSE
               MOVE WS-TODAY TO WS-CANCEL-DATE
           END-IF
           IF BK-TRIP-DATE NOT NUMERIC
               GO TO 440-EXIT
           END-IF
           MOVE BK-TRIP-DATE TO WS-DATE-NUM
           COMPUTE WS-DAYS-BEFORE =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-CANCEL-DATE)
           IF WS-DAYS-BEFORE < 0
               MOVE ZEROS TO WS-DAYS-BEFORE
           END-IF.
       440-EXIT.

      ******************************************************************
      * 450-PENALTY-PCT FINDS THE STEP ON THE OPERATOR'S SCALE - OR
      * THE HOUSE SCALE WHEN THE OPERATOR HAS NONE - WITH THE MOST
      * DAYS THE CANCELLATION STILL REACHES. INSIDE THE SHORTEST STEP
      * THE WHOLE COST IS FORFEIT.
      ******************************************************************
       450-PENALTY-PCT.
           MOVE BK-TOUR-OPERATOR TO WS-SCALE-OPERATOR
           IF WS-SCALE-OPERATOR = SPACES
               MOVE "***" TO WS-SCALE-OPERATOR
           END-IF
           PERFORM 455-SCAN-SCALE THRU 455-EXIT
           IF WS-SCALE-FOUND = "NO" AND WS-SCALE-OPERATOR NOT = "***"
               MOVE "***" TO WS-SCALE-OPERATOR
               PERFORM 455-SCAN-SCALE THRU 455-EXIT
           END-IF.
       450-EXIT.

       455-SCAN-SCALE.
           MOVE "NO" TO WS-SCALE-FOUND
           MOVE -1 TO WS-BEST-DAYS
           MOVE 100 TO WS-PENALTY-PCT
           PERFORM 457-CHECK-STEP THRU 457-EXIT
               VARYING WS-PN-SUB FROM 1 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT.
       455-EXIT.

       457-CHECK-STEP.
           IF WS-PN-OPERATOR (WS-PN-SUB) NOT = WS-SCALE-OPERATOR
               GO TO 457-EXIT
           END-IF
           MOVE "YES" TO WS-SCALE-FOUND
           IF WS-PN-DAYS (WS-PN-SUB) <= WS-DAYS-BEFORE
               AND WS-PN-DAYS (WS-PN-SUB) > WS-BEST-DAYS
               MOVE WS-PN-DAYS (WS-PN-SUB) TO WS-BEST-DAYS
               MOVE WS-PN-PCT (WS-PN-SUB) TO WS-PENALTY-PCT
           END-IF.
       457-EXIT.

      ******************************************************************
      * 460-ADD-REFUND ADDS THE REFUND JUST FIGURED TO THE TABLE, OWED
      * OR NOTHING OWED.
      ******************************************************************
       460-ADD-REFUND.
           MOVE SPACES TO RF-RECORD
           MOVE BK-BOOKING-NO TO RF-BOOKING-NO
           MOVE BK-CLIENT-NO TO RF-CLIENT-NO
           MOVE BK-CLIENT-NAME TO RF-CLIENT-NAME
           MOVE BK-TOUR-OPERATOR TO RF-TOUR-OPERATOR
           MOVE BK-TRIP-DATE TO RF-TRIP-DATE
           MOVE WS-CANCEL-DATE TO RF-CANCELLED-DATE
           MOVE WS-DAYS-BEFORE TO RF-DAYS-BEFORE
           MOVE WS-PENALTY-PCT TO RF-PENALTY-PCT
           IF BK-CURRENCY-CODE = SPACES
               MOVE "USD" TO RF-CURRENCY-CODE
           ELSE
               MOVE BK-CURRENCY-CODE TO RF-CURRENCY-CODE
           END-IF
           MOVE WS-TRIP-COST TO RF-TRIP-COST
           MOVE WS-RECEIVED TO RF-RECEIVED
           MOVE WS-PENALTY TO RF-PENALTY
           MOVE WS-REFUND TO RF-REFUND
           IF WS-REFUND > 0
               MOVE "O" TO RF-STATUS
           ELSE
               MOVE "N" TO RF-STATUS
           END-IF
           MOVE WS-TODAY TO RF-COMPUTED-DATE
           MOVE ZEROS TO RF-PAID-DATE
           ADD 1 TO WS-RF-COUNT
           MOVE RF-RECORD TO WS-RF-RECORD (WS-RF-COUNT).
       460-EXIT.

      ******************************************************************
      * 480-WRITE-STATEMENT APPENDS THE CLIENT'S CANCELLATION
      * STATEMENT FOR THE REFUND IN RF-RECORD.
      ******************************************************************
       480-WRITE-STATEMENT.
           OPEN EXTEND STATEMENT-DOC-FILE
           IF WS-CANCDOC-STATUS NOT = "00"
               OPEN OUTPUT STATEMENT-DOC-FILE
           END-IF
           WRITE STATEMENT-DOC-RECORD FROM CD-RULE-LINE
           MOVE WS-TODAY TO CDT-DATE
           WRITE STATEMENT-DOC-RECORD FROM CD-TITLE-LINE
           WRITE STATEMENT-DOC-RECORD FROM CD-RULE-LINE
           MOVE "BOOKING NUMBER:   " TO CDL-LABEL
           MOVE RF-BOOKING-NO TO CDL-VALUE
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "CLIENT:           " TO CDL-LABEL
           MOVE RF-CLIENT-NAME TO CDL-VALUE
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "CLIENT NUMBER:    " TO CDL-LABEL
           MOVE RF-CLIENT-NO TO CDL-VALUE
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "TRIP DATE:        " TO CDL-LABEL
           MOVE RF-TRIP-DATE TO CDL-VALUE
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "CANCELLED ON:     " TO CDL-LABEL
           MOVE RF-CANCELLED-DATE TO CDL-VALUE
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "DAYS BEFORE TRIP: " TO CDL-LABEL
           MOVE RF-DAYS-BEFORE TO WS-DAYS-ED
           MOVE WS-DAYS-ED TO CDL-VALUE
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "PENALTY RATE:     " TO CDL-LABEL
           MOVE RF-PENALTY-PCT TO WS-PCT-ED
           MOVE SPACES TO CDL-VALUE
           STRING WS-PCT-ED DELIMITED BY SIZE
               " PERCENT OF TRIP COST" DELIMITED BY SIZE
               INTO CDL-VALUE
           END-STRING
           WRITE STATEMENT-DOC-RECORD FROM CD-LABEL-LINE
           MOVE SPACES TO STATEMENT-DOC-RECORD
           WRITE STATEMENT-DOC-RECORD
           MOVE RF-CURRENCY-CODE TO CDM-CURRENCY
           MOVE "TRIP COST:              " TO CDM-LABEL
           MOVE RF-TRIP-COST TO CDM-AMOUNT
           WRITE STATEMENT-DOC-RECORD FROM CD-MONEY-LINE
           MOVE "AMOUNT YOU PAID:        " TO CDM-LABEL
           MOVE RF-RECEIVED TO CDM-AMOUNT
           WRITE STATEMENT-DOC-RECORD FROM CD-MONEY-LINE
           MOVE "CANCELLATION PENALTY:   " TO CDM-LABEL
           MOVE RF-PENALTY TO CDM-AMOUNT
           WRITE STATEMENT-DOC-RECORD FROM CD-MONEY-LINE
           MOVE "REFUND DUE TO YOU:      " TO CDM-LABEL
           MOVE RF-REFUND TO CDM-AMOUNT
           WRITE STATEMENT-DOC-RECORD FROM CD-MONEY-LINE
           IF RF-OWED
               MOVE "  YOUR REFUND WILL BE SENT TO YOU BY CHECK"
                   TO STATEMENT-DOC-RECORD
           ELSE
               MOVE "  THE PENALTY TAKES ALL YOU PAID - NOTHING "
                   TO STATEMENT-DOC-RECORD
               WRITE STATEMENT-DOC-RECORD
               MOVE "  FURTHER IS DUE EITHER WAY"
                   TO STATEMENT-DOC-RECORD
           END-IF
           WRITE STATEMENT-DOC-RECORD
           MOVE "  WE ARE SORRY YOU COULD NOT TRAVEL WITH US"
               TO STATEMENT-DOC-RECORD
           WRITE STATEMENT-DOC-RECORD
           MOVE SPACES TO STATEMENT-DOC-RECORD
           WRITE STATEMENT-DOC-RECORD
           CLOSE STATEMENT-DOC-FILE.
       480-EXIT.

      ******************************************************************
      * 500-MARK-PAID MARKS AN OWED REFUND PAID WITH ITS CHECK NUMBER.
      ******************************************************************
       500-MARK-PAID.
           IF WS-RF-FULL = "YES"
               DISPLAY "REFUND FILE TOO LARGE TO UPDATE - NOTHING "
                   "RECORDED"
               GO TO 500-EXIT
           END-IF
           DISPLAY "ENTER BOOKING NUMBER (6 DIGITS)"
           ACCEPT WS-INPUT-BOOKING
           PERFORM 430-FIND-REFUND THRU 430-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO REFUND ON FILE FOR THAT BOOKING"
               GO TO 500-EXIT
           END-IF
           IF NOT RF-OWED
               DISPLAY "REFUND IS NOT OWED - STATUS " RF-STATUS
               GO TO 500-EXIT
           END-IF
           DISPLAY "CLIENT " RF-CLIENT-NO " " RF-CLIENT-NAME
               " REFUND " RF-REFUND " " RF-CURRENCY-CODE
           DISPLAY "ENTER CHECK NUMBER"
           MOVE SPACES TO WS-INPUT-CHECK
           ACCEPT WS-INPUT-CHECK
           IF WS-INPUT-CHECK = SPACES
               DISPLAY "NO CHECK NUMBER - NOTHING RECORDED"
               GO TO 500-EXIT
           END-IF
           MOVE WS-TODAY TO PC-POST-DATE
           MOVE "TRIPRFND" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR PC-DETAIL
           STRING "REFUND PAID BOOKING " DELIMITED BY SIZE
               WS-INPUT-BOOKING DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-TODAY " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING RECORDED"
               GO TO 500-EXIT
           END-IF
           MOVE "P" TO RF-STATUS
           MOVE WS-TODAY TO RF-PAID-DATE
           MOVE WS-INPUT-CHECK TO RF-CHECK-NO
           MOVE RF-RECORD TO WS-RF-RECORD (WS-RF-SUB)
           DISPLAY "REFUND MARKED PAID".
       500-EXIT.

      ******************************************************************
      * 600-OUTSTANDING-REPORT PRINTS EVERY REFUND STILL OWED WITH
      * THE DAYS SINCE IT WAS FIGURED.
      ******************************************************************
       600-OUTSTANDING-REPORT.
           MOVE ZEROS TO WS-LISTED-COUNT WS-LISTED-TOTAL
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           MOVE WS-TODAY TO ROH-DATE
           WRITE REPORT-RECORD FROM RO-HEADING1
           WRITE REPORT-RECORD FROM RO-HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 610-PRINT-ONE THRU 610-EXIT
               VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LISTED-COUNT TO ROF-COUNT
           MOVE WS-LISTED-TOTAL TO ROF-TOTAL
           WRITE REPORT-RECORD FROM RO-FOOTER
           CLOSE OUTSTANDING-REPORT-FILE
           DISPLAY "REFUNDS OUTSTANDING WRITTEN - " WS-LISTED-COUNT
               " REFUNDS".
       600-EXIT.

       610-PRINT-ONE.
           MOVE WS-RF-RECORD (WS-RF-SUB) TO RF-RECORD
           IF NOT RF-OWED
               GO TO 610-EXIT
           END-IF
           MOVE RF-BOOKING-NO TO ROD-BOOKING
           MOVE RF-CLIENT-NO TO ROD-CLIENT-NO
           MOVE RF-CLIENT-NAME TO ROD-CLIENT-NAME
           MOVE RF-TOUR-OPERATOR TO ROD-OPERATOR
           MOVE RF-TRIP-DATE TO ROD-TRIP-DATE
           MOVE RF-CANCELLED-DATE TO ROD-CANCELLED
           MOVE RF-COMPUTED-DATE TO ROD-FIGURED
           MOVE RF-REFUND TO ROD-REFUND
           MOVE RF-CURRENCY-CODE TO ROD-CURRENCY
           MOVE ZEROS TO WS-DAYS-OUT
           IF RF-COMPUTED-DATE NUMERIC AND RF-COMPUTED-DATE > 0
               COMPUTE WS-DAYS-OUT = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (RF-COMPUTED-DATE)
           END-IF
           MOVE WS-DAYS-OUT TO ROD-DAYS-OUT
           WRITE REPORT-RECORD FROM RO-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD RF-REFUND TO WS-LISTED-TOTAL.
       610-EXIT.

      ******************************************************************
      * 900-REWRITE-FILES WRITES THE SCHEDULE AND REFUND TABLES BACK
      * OUT SO CLOSED SCHEDULES AND RECORDED REFUNDS STICK. A FILE
      * THAT DID NOT FIT ITS TABLE IS LEFT AS IT WAS.
      ******************************************************************
       900-REWRITE-FILES.
           IF WS-SC-FULL = "NO" AND WS-SC-COUNT > 0
               OPEN OUTPUT PAY-SCHEDULE-FILE
               PERFORM 910-WRITE-SCHEDULE THRU 910-EXIT
                   VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               CLOSE PAY-SCHEDULE-FILE
           END-IF
           IF WS-RF-FULL = "NO" AND WS-RF-COUNT > 0
               OPEN OUTPUT REFUND-FILE
               PERFORM 920-WRITE-REFUND THRU 920-EXIT
                   VARYING WS-RF-SUB FROM 1 BY 1
                   UNTIL WS-RF-SUB > WS-RF-COUNT
               CLOSE REFUND-FILE
           END-IF.
       900-EXIT.

       910-WRITE-SCHEDULE.
           WRITE PS-RECORD FROM WS-SC-RECORD (WS-SC-SUB).
       910-EXIT.

       920-WRITE-REFUND.
           WRITE RF-RECORD FROM WS-RF-RECORD (WS-RF-SUB).
       920-EXIT.
