       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SVCAPPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Service appointments. Replaces the paper calendar the front
      * desk booked the bench on. An appointment (see copybooks/
      * SVCAPPT.cpy) is a client off the shared client master, a
      * date, a job off the service menu (ServiceMenu.txt, see
      * copybooks/SVCMENU.cpy - each job's standard bench minutes and
      * labor price), the bike, and notes.
      *
      * A day is booked only up to the bench's mechanic hours for it
      * (BenchHours.txt, see copybooks/BENCHCAP.cpy - usual hours by
      * day of the week, with one-day changes for holidays and
      * short-handed days); a full day is refused and the first later
      * day with room is offered instead, so the desk stops promising
      * dates the bench cannot meet.
      *
      * Checking an appointment in opens its work order the way
      * PROGRAM1 opens a refurbishment order - the next number off
      * the work order counter, the header line in status R, and the
      * menu job's standard labor line already on it - and the bench
      * carries on in WORKORD.
      *
      * The daily schedule (ServiceSchedule.txt) is the mechanics'
      * list for a day with the hours booked against the hours
      * available. The no-show list (NoShowList.txt) is every booking
      * whose day has passed without a check-in, with the client's
      * phone for the front desk to call back; the desk can then mark
      * them as no-shows to take them off the list.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the service appointment file.

       SELECT APPOINTMENT-FILE
               ASSIGN TO UT-SYS-APPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPTS-STATUS.

      * Select statement for the service menu.

       SELECT SERVICE-MENU-FILE
               ASSIGN TO UT-SYS-SVCMENU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCMENU-STATUS.

      * Select statement for the bench hours.

       SELECT BENCH-HOURS-FILE
               ASSIGN TO UT-SYS-BENCHHRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHHRS-STATUS.

      * Select statement for the append-only work order file.

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the persisted work order counter.

       SELECT WO-COUNTER-FILE
               ASSIGN TO UT-SYS-WOCTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOCTR-STATUS.

      * Select statement for the shared client master.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the printed daily schedule.

       SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO UT-SYS-SCHEDULE
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the printed no-show list.

       SELECT NOSHOW-REPORT-FILE
               ASSIGN TO UT-SYS-NOSHOW
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the service appointment file.

       FD  APPOINTMENT-FILE.
       COPY SVCAPPT.

      * File description for the service menu.

       FD  SERVICE-MENU-FILE.
       COPY SVCMENU.

      * File description for the bench hours.

       FD  BENCH-HOURS-FILE.
       COPY BENCHCAP.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
       COPY WORKORD.

      * File description for the persisted work order counter.

       FD  WO-COUNTER-FILE.
       01  WOCTR-RECORD                       PIC 9(6).

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the printed daily schedule.

       FD  SCHEDULE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SCHEDULE-RECORD                    PIC X(100).

      * File description for the printed no-show list.

       FD  NOSHOW-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  NOSHOW-RECORD                      PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-APPTS-STATUS                 PIC XX.
          05 WS-SVCMENU-STATUS               PIC XX.
          05 WS-BENCHHRS-STATUS              PIC XX.
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-WOCTR-STATUS                 PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-SA-EOF                       PIC XXX.
          05 WS-SA-OVERFLOW                  PIC XXX.
          05 WS-SM-EOF                       PIC XXX.
          05 WS-SM-OVERFLOW                  PIC XXX.
          05 WS-BC-EOF                       PIC XXX.
          05 WS-BC-OVERFLOW                  PIC XXX.
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-HIGH-APPT-NUMBER             PIC 9(6).
          05 WS-APPT-NUMBER                  PIC 9(6).
          05 WS-WO-NUMBER                    PIC 9(6).
          05 WS-INPUT-CLIENT                 PIC 9(5).
          05 WS-CLIENT-KEY                   PIC X(5).
          05 WS-INPUT-SERVICE                PIC X(4).
          05 WS-INPUT-DATE                   PIC 9(8).
          05 WS-INPUT-BIKE                   PIC X(25).
          05 WS-INPUT-NOTES                  PIC X(40).
          05 WS-INPUT-DESC                   PIC X(25).
          05 WS-INPUT-MINUTES                PIC 9(4).
          05 WS-INPUT-PRICE                  PIC 9(5)V99.
          05 WS-INPUT-HOURS                  PIC 9(3)V9.
          05 WS-INPUT-WEEKDAY                PIC 9.
          05 WS-HOURS-CHOICE                 PIC X.
          05 WS-CONFIRM                      PIC X.
          05 WS-LIST-DONE                    PIC XXX.
          05 WS-FOUND                        PIC XXX.
          05 WS-SA-SUB                       PIC 9(4).
          05 WS-SA-FOUND-SUB                 PIC 9(4).
          05 WS-SM-SUB                       PIC 999.
          05 WS-BC-SUB                       PIC 999.
          05 WS-SM-FOUND                     PIC XXX.
          05 WS-BC-FOUND                     PIC XXX.
          05 WS-CHECK-DATE                   PIC 9(8).
          05 WS-CHECK-INT                    PIC 9(8).
          05 WS-CHECK-WEEKS                  PIC 9(8).
          05 WS-CHECK-DOW                    PIC 9.
          05 WS-DAY-CAPACITY                 PIC 9(5).
          05 WS-DAY-BOOKED                   PIC 9(5).
          05 WS-DAY-OPEN                     PIC S9(5).
          05 WS-NEXT-DATE                    PIC 9(8).
          05 WS-SEARCH-DAYS                  PIC 999.
          05 WS-APPT-COUNT                   PIC 9(4).
          05 WS-NOSHOW-COUNT                 PIC 9(4).
          05 WS-CLIENT-NAME                  PIC X(25).
          05 WS-CLIENT-PHONE                 PIC X(15).
          05 WS-EDIT-AMOUNT                  PIC ZZZZ9.99.
          05 WS-EDIT-HOURS                   PIC ZZ9.9.

      * The whole appointment file, held while a check-in,
      * cancellation, or no-show marking changes one status, then
      * written back out - the transfer file's load/mark/rewrite
      * pattern.

       01 WS-SA-TABLE.
          05 WS-SA-COUNT                     PIC 9(4) VALUE 0.
          05 WS-SA-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SA-COUNT
               INDEXED BY SA-IDX.
             10 WS-SA-IMAGE                  PIC X(107).

      * The service menu.

       01 WS-SM-TABLE.
          05 WS-SM-COUNT                     PIC 999 VALUE 0.
          05 WS-SM-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-SM-COUNT
               INDEXED BY SM-IDX.
             10 WS-SM-CODE                   PIC X(4).
             10 WS-SM-DESC                   PIC X(25).
             10 WS-SM-MINUTES                PIC 9(4).
             10 WS-SM-PRICE                  PIC 9(5)V99.

      * The bench hours - weekday lines and one-day changes.

       01 WS-BC-TABLE.
          05 WS-BC-COUNT                     PIC 999 VALUE 0.
          05 WS-BC-ENTRIES OCCURS 0 TO 400 TIMES
               DEPENDING ON WS-BC-COUNT
               INDEXED BY BC-IDX.
             10 WS-BC-WEEKDAY                PIC 9.
             10 WS-BC-DATE                   PIC 9(8).
             10 WS-BC-HOURS                  PIC 9(3)V9.

      * Day names for the bench hours display, Monday first to match
      * BC-WEEKDAY.

       01 WS-DAY-NAMES.
          05                                 PIC X(9) VALUE "MONDAY".
          05                                 PIC X(9) VALUE "TUESDAY".
          05                                 PIC X(9) VALUE "WEDNESDAY".
          05                                 PIC X(9) VALUE "THURSDAY".
          05                                 PIC X(9) VALUE "FRIDAY".
          05                                 PIC X(9) VALUE "SATURDAY".
          05                                 PIC X(9) VALUE "SUNDAY".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME                     PIC X(9) OCCURS 7 TIMES.

      * Daily schedule lines.

       01 SC-HEADING1.
          05                                 PIC X(27)
                   VALUE "SERVICE BENCH SCHEDULE FOR ".
          05 SCH-DATE                        PIC 9(8).
          05                                 PIC X(4)  VALUE SPACES.
          05                                 PIC X(12)
                                    VALUE "BENCH HOURS ".
          05 SCH-HOURS                       PIC ZZ9.9.
          05                                 PIC X(44) VALUE SPACES.

       01 SC-HEADING2.
          05                                 PIC X(8)  VALUE "APPT".
          05                                 PIC X(7)  VALUE "CLIENT".
          05                                 PIC X(21) VALUE "NAME".
          05                                 PIC X(16) VALUE "PHONE".
          05                                 PIC X(27) VALUE "SERVICE".
          05                                 PIC X(6)  VALUE "MINS".
          05                                 PIC X(15) VALUE "STATUS".

       01 SC-DETAIL.
          05 SCD-APPT                        PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 SCD-CLIENT                      PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 SCD-NAME                        PIC X(20).
          05                                 PIC X(1)  VALUE SPACES.
          05 SCD-PHONE                       PIC X(15).
          05                                 PIC X(1)  VALUE SPACES.
          05 SCD-SERVICE                     PIC X(4).
          05                                 PIC X(1)  VALUE SPACES.
          05 SCD-SERVICE-DESC                PIC X(21).
          05                                 PIC X(1)  VALUE SPACES.
          05 SCD-MINUTES                     PIC ZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 SCD-STATUS                      PIC X(15).

       01 SC-DETAIL2.
          05                                 PIC X(8)  VALUE SPACES.
          05                                 PIC X(6)  VALUE "BIKE: ".
          05 SCD-BIKE                        PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(7)  VALUE "NOTES: ".
          05 SCD-NOTES                       PIC X(40).
          05                                 PIC X(12) VALUE SPACES.

       01 SC-FOOTER1.
          05                                 PIC X(35)
                   VALUE "*** APPOINTMENTS                   ".
          05 SCF-APPTS                       PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(57) VALUE SPACES.

       01 SC-FOOTER2.
          05                                 PIC X(35)
                   VALUE "*** BENCH MINUTES BOOKED           ".
          05 SCF-BOOKED                      PIC ZZ,ZZ9.
          05                                 PIC X(4)  VALUE " OF ".
          05 SCF-CAPACITY                    PIC ZZ,ZZ9.
          05                                 PIC X(49) VALUE SPACES.

       01 SC-FOOTER3.
          05                                 PIC X(35)
                   VALUE "*** BENCH MINUTES STILL OPEN       ".
          05 SCF-OPEN                        PIC -ZZ,ZZ9.
          05                                 PIC X(58) VALUE SPACES.

      * No-show list lines.

       01 NS-HEADING1.
          05                                 PIC X(24)
                   VALUE "NO-SHOW CALL-BACK LIST  ".
          05 NSH-DATE                        PIC 9(8).
          05                                 PIC X(68) VALUE SPACES.

       01 NS-HEADING2.
          05                                 PIC X(8)  VALUE "APPT".
          05                                 PIC X(10) VALUE "DATE".
          05                                 PIC X(7)  VALUE "CLIENT".
          05                                 PIC X(21) VALUE "NAME".
          05                                 PIC X(16) VALUE "PHONE".
          05                                 PIC X(38) VALUE "SERVICE".

       01 NS-DETAIL.
          05 NSD-APPT                        PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 NSD-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 NSD-CLIENT                      PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 NSD-NAME                        PIC X(20).
          05                                 PIC X(1)  VALUE SPACES.
          05 NSD-PHONE                       PIC X(15).
          05                                 PIC X(1)  VALUE SPACES.
          05 NSD-SERVICE                     PIC X(4).
          05                                 PIC X(1)  VALUE SPACES.
          05 NSD-SERVICE-DESC                PIC X(25).
          05                                 PIC X(8)  VALUE SPACES.

       01 NS-DETAIL2.
          05                                 PIC X(18) VALUE SPACES.
          05                                 PIC X(7)  VALUE "NOTES: ".
          05 NSD-NOTES                       PIC X(40).
          05                                 PIC X(35) VALUE SPACES.

       01 NS-FOOTER.
          05                                 PIC X(35)
                   VALUE "*** NO-SHOWS TO CALL BACK          ".
          05 NSF-COUNT                       PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(57) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-APPTS                    PIC X(60)
          VALUE "C:\COBOL\ServiceAppts.txt".
          05 UT-SYS-SVCMENU                  PIC X(60)
          VALUE "C:\COBOL\ServiceMenu.txt".
          05 UT-SYS-BENCHHRS                 PIC X(60)
          VALUE "C:\COBOL\BenchHours.txt".
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".
          05 UT-SYS-WOCTR                    PIC X(60)
          VALUE "C:\COBOL\WOCounter.txt".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-SCHEDULE                 PIC X(60)
          VALUE "C:\COBOL\ServiceSchedule.txt".
          05 UT-SYS-NOSHOW                   PIC X(60)
          VALUE "C:\COBOL\NoShowList.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS THE APPOINTMENT MENU UNTIL THE USER
      * QUITS.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
       STOP RUN.

      ******************************************************************
      * 100-LOAD-FILES PULLS THE APPOINTMENTS, THE SERVICE MENU, AND
      * THE BENCH HOURS INTO THEIR TABLES, FRESH FOR EACH OPERATION
      * SO TWO DESKS BOOKING THE SAME DAY SEE EACH OTHER'S WORK. ALL
      * THREE FILES ARE OPTIONAL ON A FIRST RUN.
      ******************************************************************
       100-LOAD-FILES.
           MOVE ZEROS TO WS-SA-COUNT WS-HIGH-APPT-NUMBER
           MOVE "NO" TO WS-SA-EOF WS-SA-OVERFLOW
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPTS-STATUS = "00"
               PERFORM 110-READ-APPT THRU 110-EXIT
                   UNTIL WS-SA-EOF = "YES"
               CLOSE APPOINTMENT-FILE
           END-IF
           MOVE ZEROS TO WS-SM-COUNT
           MOVE "NO" TO WS-SM-EOF WS-SM-OVERFLOW
           OPEN INPUT SERVICE-MENU-FILE
           IF WS-SVCMENU-STATUS = "00"
               PERFORM 120-READ-MENU THRU 120-EXIT
                   UNTIL WS-SM-EOF = "YES"
               CLOSE SERVICE-MENU-FILE
           END-IF
           MOVE ZEROS TO WS-BC-COUNT
           MOVE "NO" TO WS-BC-EOF WS-BC-OVERFLOW
           OPEN INPUT BENCH-HOURS-FILE
           IF WS-BENCHHRS-STATUS = "00"
               PERFORM 130-READ-HOURS THRU 130-EXIT
                   UNTIL WS-BC-EOF = "YES"
               CLOSE BENCH-HOURS-FILE
           END-IF.
       100-EXIT.

       110-READ-APPT.
           READ APPOINTMENT-FILE
               AT END
                   MOVE "YES" TO WS-SA-EOF
               NOT AT END
                   IF SA-APPT-NUMBER > WS-HIGH-APPT-NUMBER
                       MOVE SA-APPT-NUMBER TO WS-HIGH-APPT-NUMBER
                   END-IF
                   IF WS-SA-COUNT < 2000
                       ADD 1 TO WS-SA-COUNT
                       MOVE SA-RECORD TO WS-SA-IMAGE (WS-SA-COUNT)
                   ELSE
                       MOVE "YES" TO WS-SA-OVERFLOW
                   END-IF
           END-READ.
       110-EXIT.

       120-READ-MENU.
           READ SERVICE-MENU-FILE
               AT END
                   MOVE "YES" TO WS-SM-EOF
               NOT AT END
                   IF WS-SM-COUNT < 200
                       ADD 1 TO WS-SM-COUNT
                       MOVE SM-RECORD TO WS-SM-ENTRIES (WS-SM-COUNT)
                   ELSE
                       MOVE "YES" TO WS-SM-OVERFLOW
                   END-IF
           END-READ.
       120-EXIT.

       130-READ-HOURS.
           READ BENCH-HOURS-FILE
               AT END
                   MOVE "YES" TO WS-BC-EOF
               NOT AT END
                   IF WS-BC-COUNT < 400
                       ADD 1 TO WS-BC-COUNT
                       MOVE BC-RECORD TO WS-BC-ENTRIES (WS-BC-COUNT)
                   ELSE
                       MOVE "YES" TO WS-BC-OVERFLOW
                   END-IF
           END-READ.
       130-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE APPOINTMENT MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "SERVICE APPOINTMENTS"
           DISPLAY "B - BOOK AN APPOINTMENT"
           DISPLAY "I - CHECK IN AN APPOINTMENT (OPENS THE WORK ORDER)"
           DISPLAY "K - CANCEL AN APPOINTMENT"
           DISPLAY "S - PRINT THE DAILY BENCH SCHEDULE"
           DISPLAY "N - PRINT THE NO-SHOW CALL-BACK LIST"
           DISPLAY "M - MAINTAIN THE SERVICE MENU"
           DISPLAY "H - MAINTAIN THE BENCH HOURS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "B"
               WHEN "b"
                   PERFORM 400-BOOK-APPOINTMENT THRU 400-EXIT
               WHEN "I"
               WHEN "i"
                   PERFORM 500-CHECK-IN THRU 500-EXIT
               WHEN "K"
               WHEN "k"
                   PERFORM 550-CANCEL THRU 550-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 600-DAILY-SCHEDULE THRU 600-EXIT
               WHEN "N"
               WHEN "n"
                   PERFORM 650-NO-SHOW-LIST THRU 650-EXIT
               WHEN "M"
               WHEN "m"
                   PERFORM 700-MAINTAIN-MENU THRU 700-EXIT
               WHEN "H"
               WHEN "h"
                   PERFORM 750-MAINTAIN-HOURS THRU 750-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 400-BOOK-APPOINTMENT TAKES THE CLIENT, THE MENU JOB, AND THE
      * DATE, AND BOOKS IT ONLY IF THE DAY'S BENCH HOURS STILL HAVE
      * ROOM FOR THE JOB'S STANDARD MINUTES. A FULL OR CLOSED DAY
      * OFFERS THE FIRST LATER DAY WITH ROOM.
      ******************************************************************
       400-BOOK-APPOINTMENT.
           PERFORM 100-LOAD-FILES THRU 100-EXIT

      * Every booking on file counts against its day - a file too big
      * for the table would undercount the day and overbook it.

           IF WS-SA-OVERFLOW = "YES"
               DISPLAY "APPOINTMENT FILE EXCEEDS 2000 LINES - BOOKING "
                   "REFUSED"
               GO TO 400-EXIT
           END-IF
           IF WS-SM-COUNT = ZEROS
               DISPLAY "NO SERVICE MENU ON FILE - SET IT UP FIRST (M)"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER CLIENT NUMBER"
           ACCEPT WS-INPUT-CLIENT
           MOVE WS-INPUT-CLIENT TO WS-CLIENT-KEY
           PERFORM 900-GET-CLIENT THRU 900-EXIT
           IF WS-FOUND = "NO"
               DISPLAY "CLIENT NOT ON MASTER - OPEN THE CLIENT "
                   "THROUGH A REGISTER SALE FIRST"
               GO TO 400-EXIT
           END-IF
           DISPLAY "CLIENT: " WS-CLIENT-NAME " " WS-CLIENT-PHONE
           PERFORM 780-SHOW-MENU THRU 780-EXIT
           DISPLAY "ENTER SERVICE CODE"
           MOVE SPACES TO WS-INPUT-SERVICE
           ACCEPT WS-INPUT-SERVICE
           PERFORM 800-FIND-SERVICE THRU 800-EXIT
           IF WS-SM-FOUND = "NO"
               DISPLAY "SERVICE CODE NOT ON THE MENU"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER APPOINTMENT DATE YYYYMMDD (0 = TODAY)"
           MOVE ZEROS TO WS-INPUT-DATE
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-INPUT-DATE
           END-IF
           IF WS-INPUT-DATE < WS-RUN-DATE
               DISPLAY "THAT DATE HAS PASSED - NOT BOOKED"
               GO TO 400-EXIT
           END-IF
           MOVE WS-INPUT-DATE TO WS-CHECK-DATE
           PERFORM 410-DAY-CAPACITY THRU 410-EXIT
           IF WS-DAY-BOOKED + WS-SM-MINUTES (WS-SM-SUB)
               > WS-DAY-CAPACITY
               IF WS-DAY-CAPACITY = ZEROS
                   DISPLAY "NO BENCH HOURS ON " WS-INPUT-DATE
               ELSE
                   DISPLAY "BENCH FULL ON " WS-INPUT-DATE " - "
                       WS-DAY-BOOKED " OF " WS-DAY-CAPACITY
                       " MINUTES BOOKED"
               END-IF
               PERFORM 420-FIND-NEXT-OPEN THRU 420-EXIT
               IF WS-NEXT-DATE = ZEROS
                   DISPLAY "NO DAY WITH ROOM IN THE NEXT 60 DAYS - "
                       "NOT BOOKED"
                   GO TO 400-EXIT
               END-IF
               DISPLAY "FIRST DAY WITH ROOM IS " WS-NEXT-DATE
                   " - BOOK THAT DAY INSTEAD? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "NOT BOOKED"
                   GO TO 400-EXIT
               END-IF
               MOVE WS-NEXT-DATE TO WS-INPUT-DATE WS-CHECK-DATE
               PERFORM 410-DAY-CAPACITY THRU 410-EXIT
           END-IF
           DISPLAY "ENTER BIKE DESCRIPTION"
           MOVE SPACES TO WS-INPUT-BIKE
           ACCEPT WS-INPUT-BIKE
           DISPLAY "ENTER NOTES (40 CHARACTERS)"
           MOVE SPACES TO WS-INPUT-NOTES
           ACCEPT WS-INPUT-NOTES
           COMPUTE WS-APPT-NUMBER = WS-HIGH-APPT-NUMBER + 1
           OPEN EXTEND APPOINTMENT-FILE
           IF WS-APPTS-STATUS NOT = "00"
               OPEN OUTPUT APPOINTMENT-FILE
           END-IF
           MOVE WS-APPT-NUMBER TO SA-APPT-NUMBER
           MOVE WS-CLIENT-KEY TO SA-CLIENT-NO
           MOVE WS-INPUT-DATE TO SA-APPT-DATE
           MOVE WS-INPUT-SERVICE TO SA-SERVICE-CODE
           MOVE WS-SM-MINUTES (WS-SM-SUB) TO SA-BENCH-MINUTES
           MOVE WS-INPUT-BIKE TO SA-BIKE-DESC
           MOVE WS-INPUT-NOTES TO SA-NOTES
           MOVE "B" TO SA-STATUS
           MOVE ZEROS TO SA-WO-NUMBER
           MOVE WS-RUN-DATE TO SA-BOOKED-DATE
           WRITE SA-RECORD
           CLOSE APPOINTMENT-FILE
           ADD WS-SM-MINUTES (WS-SM-SUB) TO WS-DAY-BOOKED
           DISPLAY "APPOINTMENT " WS-APPT-NUMBER " BOOKED FOR "
               WS-INPUT-DATE " - " WS-DAY-BOOKED " OF "
               WS-DAY-CAPACITY " BENCH MINUTES NOW TAKEN".
       400-EXIT.

      ******************************************************************
      * 410-DAY-CAPACITY SETS WS-DAY-CAPACITY TO THE BENCH MINUTES
      * AVAILABLE ON WS-CHECK-DATE - A ONE-DAY CHANGE IF THERE IS
      * ONE, OTHERWISE THE USUAL HOURS FOR ITS DAY OF THE WEEK - AND
      * WS-DAY-BOOKED TO THE MINUTES ALREADY HELD THAT DAY BY BOOKED
      * AND CHECKED-IN APPOINTMENTS. DAY 1 OF THE INTEGER CALENDAR
      * WAS A MONDAY, SO THE REMAINDER AGAINST 7 READS 1-6 MONDAY-
      * SATURDAY AND 0 SUNDAY.
      ******************************************************************
       410-DAY-CAPACITY.
           MOVE ZEROS TO WS-DAY-CAPACITY WS-DAY-BOOKED
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           DIVIDE WS-CHECK-INT BY 7 GIVING WS-CHECK-WEEKS
               REMAINDER WS-CHECK-DOW
           IF WS-CHECK-DOW = 0
               MOVE 7 TO WS-CHECK-DOW
           END-IF
           MOVE "NO" TO WS-BC-FOUND
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
               UNTIL WS-BC-SUB > WS-BC-COUNT
               IF WS-BC-WEEKDAY (WS-BC-SUB) = 0
                   AND WS-BC-DATE (WS-BC-SUB) = WS-CHECK-DATE
                   COMPUTE WS-DAY-CAPACITY =
                       WS-BC-HOURS (WS-BC-SUB) * 60
                   MOVE "YES" TO WS-BC-FOUND
               END-IF
           END-PERFORM
           IF WS-BC-FOUND = "NO"
               PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-COUNT
                   IF WS-BC-WEEKDAY (WS-BC-SUB) = WS-CHECK-DOW
                       COMPUTE WS-DAY-CAPACITY =
                           WS-BC-HOURS (WS-BC-SUB) * 60
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               IF SA-APPT-DATE = WS-CHECK-DATE
                   AND (SA-BOOKED OR SA-CHECKED-IN)
                   ADD SA-BENCH-MINUTES TO WS-DAY-BOOKED
               END-IF
           END-PERFORM.
       410-EXIT.

      ******************************************************************
      * 420-FIND-NEXT-OPEN WALKS FORWARD FROM WS-CHECK-DATE, UP TO 60
      * DAYS, FOR THE FIRST DAY WITH ROOM FOR THE JOB. WS-NEXT-DATE
      * IS ZERO IF THERE IS NONE.
      ******************************************************************
       420-FIND-NEXT-OPEN.
           MOVE ZEROS TO WS-NEXT-DATE
           MOVE ZEROS TO WS-SEARCH-DAYS
           PERFORM 425-TRY-NEXT-DAY THRU 425-EXIT
               UNTIL WS-NEXT-DATE NOT = ZEROS
               OR WS-SEARCH-DAYS >= 60.
       420-EXIT.

       425-TRY-NEXT-DAY.
           ADD 1 TO WS-SEARCH-DAYS
           COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) + 1)
           PERFORM 410-DAY-CAPACITY THRU 410-EXIT
           IF WS-DAY-CAPACITY > ZEROS
               AND WS-DAY-BOOKED + WS-SM-MINUTES (WS-SM-SUB)
                   NOT > WS-DAY-CAPACITY
               MOVE WS-CHECK-DATE TO WS-NEXT-DATE
           END-IF.
       425-EXIT.

      ******************************************************************
      * 500-CHECK-IN CHECKS A BOOKED APPOINTMENT IN: THE WORK ORDER IS
      * OPENED FOR THE CLIENT WITH THE MENU JOB'S STANDARD LABOR LINE
      * ALREADY ADDED, AND THE APPOINTMENT IS MARKED CHECKED IN WITH
      * THE WORK ORDER NUMBER.
      ******************************************************************
       500-CHECK-IN.
           PERFORM 100-LOAD-FILES THRU 100-EXIT

      * The file is rewritten from the table afterward, so a file
      * that does not fit MUST stop here - rewriting would silently
      * delete the overflow lines.

           IF WS-SA-OVERFLOW = "YES"
               DISPLAY "APPOINTMENT FILE EXCEEDS 2000 LINES - CHECK-IN "
                   "REFUSED, OPEN THE ORDER IN WORKORD"
               GO TO 500-EXIT
           END-IF
           DISPLAY "BOOKED FOR TODAY"
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               IF SA-BOOKED AND SA-APPT-DATE = WS-RUN-DATE
                   DISPLAY SA-APPT-NUMBER " CLIENT " SA-CLIENT-NO " "
                       SA-SERVICE-CODE " " SA-BIKE-DESC
               END-IF
           END-PERFORM
           DISPLAY "ENTER APPOINTMENT NUMBER"
           ACCEPT WS-APPT-NUMBER
           PERFORM 810-FIND-APPOINTMENT THRU 810-EXIT
           IF WS-FOUND = "NO"
               DISPLAY "APPOINTMENT NOT ON FILE"
               GO TO 500-EXIT
           END-IF
           IF NOT SA-BOOKED
               DISPLAY "APPOINTMENT IS NOT OPEN - STATUS " SA-STATUS
               GO TO 500-EXIT
           END-IF
           IF SA-APPT-DATE NOT = WS-RUN-DATE
               DISPLAY "NOTE - APPOINTMENT WAS FOR " SA-APPT-DATE
           END-IF
           MOVE SA-SERVICE-CODE TO WS-INPUT-SERVICE
           PERFORM 800-FIND-SERVICE THRU 800-EXIT
           IF WS-SM-FOUND = "NO"
               DISPLAY "SERVICE " SA-SERVICE-CODE " NO LONGER ON THE "
                   "MENU - OPEN THE ORDER IN WORKORD"
               GO TO 500-EXIT
           END-IF
           PERFORM 450-GET-WO-NUMBER THRU 450-EXIT
           PERFORM 460-OPEN-WO-EXTEND THRU 460-EXIT
           MOVE SPACES TO WO-RECORD
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE "H" TO WO-LINE-TYPE
           MOVE SA-CLIENT-NO TO WO-CLIENT-NO
           MOVE "R" TO WO-STATUS
           MOVE SA-BIKE-DESC TO WO-DESCRIPTION
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-LINE-TOTAL
               WO-INVOICE-NUMBER WO-SALE-DATE WO-CLAIM-COST
           MOVE WS-RUN-DATE TO WO-DATE
           WRITE WO-RECORD
           MOVE SPACES TO WO-RECORD
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE "L" TO WO-LINE-TYPE
           MOVE SA-CLIENT-NO TO WO-CLIENT-NO
           MOVE WS-SM-DESC (WS-SM-SUB) TO WO-DESCRIPTION
           MOVE 1 TO WO-QTY
           MOVE WS-SM-PRICE (WS-SM-SUB) TO WO-UNIT-PRICE WO-LINE-TOTAL
           MOVE WS-RUN-DATE TO WO-DATE
           MOVE ZEROS TO WO-INVOICE-NUMBER WO-SALE-DATE WO-CLAIM-COST
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           MOVE "C" TO SA-STATUS
           MOVE WS-WO-NUMBER TO SA-WO-NUMBER
           MOVE SA-RECORD TO WS-SA-IMAGE (WS-SA-FOUND-SUB)
           PERFORM 950-REWRITE-APPTS THRU 950-EXIT
           MOVE WS-SM-PRICE (WS-SM-SUB) TO WS-EDIT-AMOUNT
           DISPLAY "WORK ORDER " WS-WO-NUMBER " OPENED (RECEIVED) - "
               WS-SM-DESC (WS-SM-SUB) " " WS-EDIT-AMOUNT
           IF SA-NOTES NOT = SPACES
               DISPLAY "NOTES: " SA-NOTES
           END-IF.
       500-EXIT.

      ******************************************************************
      * 450-GET-WO-NUMBER DRAWS THE NEXT WORK ORDER NUMBER FROM THE
      * PERSISTED COUNTER, THE SAME WAY WORKORD DRAWS IT.
      ******************************************************************
       450-GET-WO-NUMBER.
           OPEN INPUT WO-COUNTER-FILE
           IF WS-WOCTR-STATUS NOT = "00"
               MOVE ZEROS TO WOCTR-RECORD
               OPEN OUTPUT WO-COUNTER-FILE
               WRITE WOCTR-RECORD
               CLOSE WO-COUNTER-FILE
               OPEN INPUT WO-COUNTER-FILE
           END-IF
           READ WO-COUNTER-FILE
               AT END MOVE ZEROS TO WOCTR-RECORD
           END-READ
           MOVE WOCTR-RECORD TO WS-WO-NUMBER
           CLOSE WO-COUNTER-FILE
           ADD 1 TO WS-WO-NUMBER
           MOVE WS-WO-NUMBER TO WOCTR-RECORD
           OPEN OUTPUT WO-COUNTER-FILE
           WRITE WOCTR-RECORD
           CLOSE WO-COUNTER-FILE.
       450-EXIT.

      ******************************************************************
      * 460-OPEN-WO-EXTEND OPENS THE WORK ORDER FILE FOR APPEND,
      * CREATING IT ON A FIRST-EVER RUN.
      ******************************************************************
       460-OPEN-WO-EXTEND.
           OPEN EXTEND WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF.
       460-EXIT.

      ******************************************************************
      * 550-CANCEL CANCELS A BOOKED APPOINTMENT, GIVING ITS MINUTES
      * BACK TO THE DAY.
      ******************************************************************
       550-CANCEL.
           PERFORM 100-LOAD-FILES THRU 100-EXIT
           IF WS-SA-OVERFLOW = "YES"
               DISPLAY "APPOINTMENT FILE EXCEEDS 2000 LINES - "
                   "CANCELLING REFUSED, NOTHING CHANGED"
               GO TO 550-EXIT
           END-IF
           DISPLAY "ENTER APPOINTMENT NUMBER"
           ACCEPT WS-APPT-NUMBER
           PERFORM 810-FIND-APPOINTMENT THRU 810-EXIT
           IF WS-FOUND = "NO"
               DISPLAY "APPOINTMENT NOT ON FILE"
               GO TO 550-EXIT
           END-IF
           IF NOT SA-BOOKED
               DISPLAY "APPOINTMENT IS NOT OPEN - STATUS " SA-STATUS
               GO TO 550-EXIT
           END-IF
           DISPLAY SA-APPT-DATE " CLIENT " SA-CLIENT-NO " "
               SA-SERVICE-CODE " " SA-BIKE-DESC
           DISPLAY "CANCEL THIS APPOINTMENT? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT CANCELLED"
               GO TO 550-EXIT
           END-IF
           MOVE "K" TO SA-STATUS
           MOVE SA-RECORD TO WS-SA-IMAGE (WS-SA-FOUND-SUB)
           PERFORM 950-REWRITE-APPTS THRU 950-EXIT
           DISPLAY "APPOINTMENT " WS-APPT-NUMBER " CANCELLED".
       550-EXIT.

      ******************************************************************
      * 600-DAILY-SCHEDULE PRINTS ONE DAY'S BOOKED AND CHECKED-IN
      * APPOINTMENTS FOR THE MECHANICS, WITH EACH CLIENT'S NAME AND
      * PHONE, THE BIKE AND NOTES, AND THE DAY'S BOOKED MINUTES
      * AGAINST ITS BENCH HOURS.
      ******************************************************************
       600-DAILY-SCHEDULE.
           PERFORM 100-LOAD-FILES THRU 100-EXIT
           DISPLAY "ENTER SCHEDULE DATE YYYYMMDD (0 = TODAY)"
           MOVE ZEROS TO WS-INPUT-DATE
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-INPUT-DATE
           END-IF
           MOVE WS-INPUT-DATE TO WS-CHECK-DATE
           PERFORM 410-DAY-CAPACITY THRU 410-EXIT
           MOVE ZEROS TO WS-APPT-COUNT
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           MOVE WS-INPUT-DATE TO SCH-DATE
           COMPUTE SCH-HOURS = WS-DAY-CAPACITY / 60
           WRITE SCHEDULE-RECORD FROM SC-HEADING1
           WRITE SCHEDULE-RECORD FROM SC-HEADING2
            AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               IF SA-APPT-DATE = WS-INPUT-DATE
                   AND (SA-BOOKED OR SA-CHECKED-IN)
                   PERFORM 610-WRITE-SCHEDULE-LINE THRU 610-EXIT
               END-IF
           END-PERFORM
           MOVE WS-APPT-COUNT TO SCF-APPTS
           WRITE SCHEDULE-RECORD FROM SC-FOOTER1
            AFTER ADVANCING 2 LINES
           MOVE WS-DAY-BOOKED TO SCF-BOOKED
           MOVE WS-DAY-CAPACITY TO SCF-CAPACITY
           WRITE SCHEDULE-RECORD FROM SC-FOOTER2
            AFTER ADVANCING 1 LINE
           COMPUTE WS-DAY-OPEN = WS-DAY-CAPACITY - WS-DAY-BOOKED
           MOVE WS-DAY-OPEN TO SCF-OPEN
           WRITE SCHEDULE-RECORD FROM SC-FOOTER3
            AFTER ADVANCING 1 LINE
           IF WS-CLIENTMS-STATUS = "00"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE SCHEDULE-REPORT-FILE
           DISPLAY WS-APPT-COUNT " APPOINTMENTS - SCHEDULE WRITTEN TO "
               UT-SYS-SCHEDULE.
       600-EXIT.

       610-WRITE-SCHEDULE-LINE.
           ADD 1 TO WS-APPT-COUNT
           MOVE SA-CLIENT-NO TO WS-CLIENT-KEY
           PERFORM 910-READ-CLIENT THRU 910-EXIT
           MOVE SA-APPT-NUMBER TO SCD-APPT
           MOVE SA-CLIENT-NO TO SCD-CLIENT
           MOVE WS-CLIENT-NAME TO SCD-NAME
           MOVE WS-CLIENT-PHONE TO SCD-PHONE
           MOVE SA-SERVICE-CODE TO SCD-SERVICE WS-INPUT-SERVICE
           PERFORM 800-FIND-SERVICE THRU 800-EXIT
           MOVE SPACES TO SCD-SERVICE-DESC
           IF WS-SM-FOUND = "YES"
               MOVE WS-SM-DESC (WS-SM-SUB) TO SCD-SERVICE-DESC
           END-IF
           MOVE SA-BENCH-MINUTES TO SCD-MINUTES
           IF SA-CHECKED-IN
               MOVE SPACES TO SCD-STATUS
               STRING "IN - WO " DELIMITED BY SIZE
                   SA-WO-NUMBER DELIMITED BY SIZE
                   INTO SCD-STATUS
               END-STRING
           ELSE
               MOVE "BOOKED" TO SCD-STATUS
           END-IF
           WRITE SCHEDULE-RECORD FROM SC-DETAIL
            AFTER ADVANCING 2 LINES
           MOVE SA-BIKE-DESC TO SCD-BIKE
           MOVE SA-NOTES TO SCD-NOTES
           WRITE SCHEDULE-RECORD FROM SC-DETAIL2
            AFTER ADVANCING 1 LINE.
       610-EXIT.

      ******************************************************************
      * 650-NO-SHOW-LIST PRINTS EVERY APPOINTMENT STILL BOOKED FOR A
      * DAY BEFORE TODAY - THE CLIENT NEVER CAME IN - WITH THE PHONE
      * NUMBER TO CALL, THEN OFFERS TO MARK THEM AS NO-SHOWS SO THE
      * NEXT LIST CARRIES ONLY NEW ONES.
      ******************************************************************
       650-NO-SHOW-LIST.
           PERFORM 100-LOAD-FILES THRU 100-EXIT
           MOVE ZEROS TO WS-NOSHOW-COUNT
           OPEN OUTPUT NOSHOW-REPORT-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           MOVE WS-RUN-DATE TO NSH-DATE
           WRITE NOSHOW-RECORD FROM NS-HEADING1
           WRITE NOSHOW-RECORD FROM NS-HEADING2
            AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               IF SA-BOOKED AND SA-APPT-DATE < WS-RUN-DATE
                   PERFORM 660-WRITE-NOSHOW-LINE THRU 660-EXIT
               END-IF
           END-PERFORM
           MOVE WS-NOSHOW-COUNT TO NSF-COUNT
           WRITE NOSHOW-RECORD FROM NS-FOOTER
            AFTER ADVANCING 2 LINES
           IF WS-CLIENTMS-STATUS = "00"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE NOSHOW-REPORT-FILE
           DISPLAY WS-NOSHOW-COUNT " NO-SHOWS - LIST WRITTEN TO "
               UT-SYS-NOSHOW
           IF WS-NOSHOW-COUNT = ZEROS
               GO TO 650-EXIT
           END-IF

      * Marking rewrites the file from the table - refused when the
      * file did not fit, but the list above still stands.

           IF WS-SA-OVERFLOW = "YES"
               DISPLAY "APPOINTMENT FILE EXCEEDS 2000 LINES - "
                   "NOT MARKED"
               GO TO 650-EXIT
           END-IF
           DISPLAY "MARK THESE AS NO-SHOWS? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 650-EXIT
           END-IF
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               IF SA-BOOKED AND SA-APPT-DATE < WS-RUN-DATE
                   MOVE "N" TO SA-STATUS
                   MOVE SA-RECORD TO WS-SA-IMAGE (WS-SA-SUB)
               END-IF
           END-PERFORM
           PERFORM 950-REWRITE-APPTS THRU 950-EXIT
           DISPLAY WS-NOSHOW-COUNT " APPOINTMENTS MARKED NO-SHOW".
       650-EXIT.

       660-WRITE-NOSHOW-LINE.
           ADD 1 TO WS-NOSHOW-COUNT
           MOVE SA-CLIENT-NO TO WS-CLIENT-KEY
           PERFORM 910-READ-CLIENT THRU 910-EXIT
           MOVE SA-APPT-NUMBER TO NSD-APPT
           MOVE SA-APPT-DATE TO NSD-DATE
           MOVE SA-CLIENT-NO TO NSD-CLIENT
           MOVE WS-CLIENT-NAME TO NSD-NAME
           MOVE WS-CLIENT-PHONE TO NSD-PHONE
           MOVE SA-SERVICE-CODE TO NSD-SERVICE WS-INPUT-SERVICE
           PERFORM 800-FIND-SERVICE THRU 800-EXIT
           MOVE SPACES TO NSD-SERVICE-DESC
           IF WS-SM-FOUND = "YES"
               MOVE WS-SM-DESC (WS-SM-SUB) TO NSD-SERVICE-DESC
           END-IF
           WRITE NOSHOW-RECORD FROM NS-DETAIL
            AFTER ADVANCING 1 LINE
           IF SA-NOTES NOT = SPACES
               MOVE SA-NOTES TO NSD-NOTES
               WRITE NOSHOW-RECORD FROM NS-DETAIL2
                AFTER ADVANCING 1 LINE
           END-IF.
       660-EXIT.

      ******************************************************************
      * 700-MAINTAIN-MENU ADDS OR CHANGES SERVICE MENU JOBS UNTIL A
      * BLANK CODE IS KEYED, THEN REWRITES THE MENU FILE. ON A
      * CHANGE A BLANK OR ZERO ANSWER KEEPS WHAT IS ON FILE. A
      * CHANGED STANDARD TIME APPLIES TO NEW BOOKINGS ONLY.
      ******************************************************************
       700-MAINTAIN-MENU.
           PERFORM 100-LOAD-FILES THRU 100-EXIT
           IF WS-SM-OVERFLOW = "YES"
               DISPLAY "SERVICE MENU EXCEEDS 200 JOBS - MAINTENANCE "
                   "REFUSED, NOTHING CHANGED"
               GO TO 700-EXIT
           END-IF
           PERFORM 780-SHOW-MENU THRU 780-EXIT
           MOVE "NO" TO WS-LIST-DONE
           PERFORM 710-TAKE-MENU-JOB THRU 710-EXIT
               UNTIL WS-LIST-DONE = "YES"
           OPEN OUTPUT SERVICE-MENU-FILE
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-COUNT
               MOVE WS-SM-ENTRIES (WS-SM-SUB) TO SM-RECORD
               WRITE SM-RECORD
           END-PERFORM
           CLOSE SERVICE-MENU-FILE
           DISPLAY "SERVICE MENU SAVED - " WS-SM-COUNT " JOBS".
       700-EXIT.

       710-TAKE-MENU-JOB.
           DISPLAY "ENTER SERVICE CODE (BLANK TO FINISH)"
           MOVE SPACES TO WS-INPUT-SERVICE
           ACCEPT WS-INPUT-SERVICE
           IF WS-INPUT-SERVICE = SPACES
               MOVE "YES" TO WS-LIST-DONE
               GO TO 710-EXIT
           END-IF
           PERFORM 800-FIND-SERVICE THRU 800-EXIT
           IF WS-SM-FOUND = "NO" AND WS-SM-COUNT >= 200
               DISPLAY "SERVICE MENU FULL AT 200 JOBS - NOT ADDED"
               GO TO 710-EXIT
           END-IF
           DISPLAY "ENTER DESCRIPTION (BLANK = KEEP)"
           MOVE SPACES TO WS-INPUT-DESC
           ACCEPT WS-INPUT-DESC
           DISPLAY "ENTER STANDARD BENCH MINUTES (0 = KEEP)"
           MOVE ZEROS TO WS-INPUT-MINUTES
           ACCEPT WS-INPUT-MINUTES
           DISPLAY "ENTER STANDARD LABOR PRICE "
               "(NNNNNCC, NO DECIMAL POINT, 0 = KEEP)"
           MOVE ZEROS TO WS-INPUT-PRICE
           ACCEPT WS-INPUT-PRICE
           IF WS-SM-FOUND = "NO"
               IF WS-INPUT-DESC = SPACES OR WS-INPUT-MINUTES = ZEROS
                   DISPLAY "A NEW JOB NEEDS A DESCRIPTION AND ITS "
                       "BENCH MINUTES - NOT ADDED"
                   GO TO 710-EXIT
               END-IF
               ADD 1 TO WS-SM-COUNT
               MOVE WS-SM-COUNT TO WS-SM-SUB
               MOVE WS-INPUT-SERVICE TO WS-SM-CODE (WS-SM-SUB)
               MOVE ZEROS TO WS-SM-MINUTES (WS-SM-SUB)
                   WS-SM-PRICE (WS-SM-SUB)
           END-IF
           IF WS-INPUT-DESC NOT = SPACES
               MOVE WS-INPUT-DESC TO WS-SM-DESC (WS-SM-SUB)
           END-IF
           IF WS-INPUT-MINUTES NOT = ZEROS
               MOVE WS-INPUT-MINUTES TO WS-SM-MINUTES (WS-SM-SUB)
           END-IF
           IF WS-INPUT-PRICE NOT = ZEROS
               MOVE WS-INPUT-PRICE TO WS-SM-PRICE (WS-SM-SUB)
           END-IF
           DISPLAY "JOB " WS-INPUT-SERVICE " RECORDED".
       710-EXIT.

      ******************************************************************
      * 750-MAINTAIN-HOURS SETS THE USUAL BENCH HOURS FOR A DAY OF THE
      * WEEK, SETS A ONE-DAY CHANGE FOR A DATE, OR REMOVES ONE, UNTIL
      * A BLANK CHOICE IS KEYED, THEN REWRITES THE HOURS FILE. DAYS
      * ALREADY BOOKED ARE NOT RE-CHECKED - A CUT THAT LEAVES A DAY
      * OVERBOOKED SHOWS ON ITS SCHEDULE AS NEGATIVE OPEN MINUTES.
      ******************************************************************
       750-MAINTAIN-HOURS.
           PERFORM 100-LOAD-FILES THRU 100-EXIT
           IF WS-BC-OVERFLOW = "YES"
               DISPLAY "BENCH HOURS EXCEED 400 LINES - MAINTENANCE "
                   "REFUSED, NOTHING CHANGED"
               GO TO 750-EXIT
           END-IF
           DISPLAY "BENCH HOURS ON FILE"
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
               UNTIL WS-BC-SUB > WS-BC-COUNT
               MOVE WS-BC-HOURS (WS-BC-SUB) TO WS-EDIT-HOURS
               IF WS-BC-WEEKDAY (WS-BC-SUB) = 0
                   DISPLAY "  " WS-BC-DATE (WS-BC-SUB) "  "
                       WS-EDIT-HOURS " HOURS"
               ELSE
                   DISPLAY "  " WS-DAY-NAME (WS-BC-WEEKDAY (WS-BC-SUB))
                       " " WS-EDIT-HOURS " HOURS"
               END-IF
           END-PERFORM
           MOVE "NO" TO WS-LIST-DONE
           PERFORM 760-TAKE-HOURS THRU 760-EXIT
               UNTIL WS-LIST-DONE = "YES"
           OPEN OUTPUT BENCH-HOURS-FILE
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
               UNTIL WS-BC-SUB > WS-BC-COUNT
               IF WS-BC-WEEKDAY (WS-BC-SUB) NOT = 9
                   MOVE WS-BC-ENTRIES (WS-BC-SUB) TO BC-RECORD
                   WRITE BC-RECORD
               END-IF
           END-PERFORM
           CLOSE BENCH-HOURS-FILE
           DISPLAY "BENCH HOURS SAVED".
       750-EXIT.

      ******************************************************************
      * 760-TAKE-HOURS TAKES ONE CHANGE. A REMOVED ONE-DAY LINE IS
      * MARKED WEEKDAY 9 AND LEFT OUT WHEN THE FILE IS WRITTEN.
      ******************************************************************
       760-TAKE-HOURS.
           DISPLAY "W=USUAL HOURS FOR A WEEKDAY D=ONE-DAY CHANGE "
               "R=REMOVE A ONE-DAY CHANGE (BLANK TO FINISH)"
           MOVE SPACE TO WS-HOURS-CHOICE
           ACCEPT WS-HOURS-CHOICE
           EVALUATE WS-HOURS-CHOICE
               WHEN "w"
                   MOVE "W" TO WS-HOURS-CHOICE
               WHEN "d"
                   MOVE "D" TO WS-HOURS-CHOICE
               WHEN "r"
                   MOVE "R" TO WS-HOURS-CHOICE
           END-EVALUATE
           IF WS-HOURS-CHOICE = SPACE
               MOVE "YES" TO WS-LIST-DONE
               GO TO 760-EXIT
           END-IF
           IF WS-HOURS-CHOICE NOT = "W" AND NOT = "D" AND NOT = "R"
               DISPLAY "INVALID CHOICE"
               GO TO 760-EXIT
           END-IF
           MOVE ZEROS TO WS-INPUT-WEEKDAY WS-INPUT-DATE
           IF WS-HOURS-CHOICE = "W"
               DISPLAY "ENTER DAY OF THE WEEK (1=MONDAY ... 7=SUNDAY)"
               ACCEPT WS-INPUT-WEEKDAY
               IF WS-INPUT-WEEKDAY < 1 OR WS-INPUT-WEEKDAY > 7
                   DISPLAY "INVALID DAY"
                   GO TO 760-EXIT
               END-IF
           ELSE
               DISPLAY "ENTER DATE YYYYMMDD"
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-DATE = ZEROS
                   DISPLAY "INVALID DATE"
                   GO TO 760-EXIT
               END-IF
           END-IF
           MOVE "NO" TO WS-BC-FOUND
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
               UNTIL WS-BC-SUB > WS-BC-COUNT OR WS-BC-FOUND = "YES"
               IF WS-BC-WEEKDAY (WS-BC-SUB) = WS-INPUT-WEEKDAY
                   AND WS-BC-DATE (WS-BC-SUB) = WS-INPUT-DATE
                   MOVE "YES" TO WS-BC-FOUND
               END-IF
           END-PERFORM
           IF WS-BC-FOUND = "YES"
               SUBTRACT 1 FROM WS-BC-SUB
           END-IF
           IF WS-HOURS-CHOICE = "R"
               IF WS-BC-FOUND = "NO"
                   DISPLAY "NO ONE-DAY CHANGE ON THAT DATE"
               ELSE
                   MOVE 9 TO WS-BC-WEEKDAY (WS-BC-SUB)
                   DISPLAY "ONE-DAY CHANGE REMOVED"
               END-IF
               GO TO 760-EXIT
           END-IF
           IF WS-BC-FOUND = "NO" AND WS-BC-COUNT >= 400
               DISPLAY "BENCH HOURS FULL AT 400 LINES - NOT ADDED"
               GO TO 760-EXIT
           END-IF
           DISPLAY "ENTER TOTAL MECHANIC HOURS (HHHT, NO DECIMAL "
               "POINT - 0160 = 16.0 HOURS, 0 = BENCH CLOSED)"
           MOVE ZEROS TO WS-INPUT-HOURS
           ACCEPT WS-INPUT-HOURS
           IF WS-BC-FOUND = "NO"
               ADD 1 TO WS-BC-COUNT
               MOVE WS-BC-COUNT TO WS-BC-SUB
               MOVE WS-INPUT-WEEKDAY TO WS-BC-WEEKDAY (WS-BC-SUB)
               MOVE WS-INPUT-DATE TO WS-BC-DATE (WS-BC-SUB)
           END-IF
           MOVE WS-INPUT-HOURS TO WS-BC-HOURS (WS-BC-SUB)
           MOVE WS-INPUT-HOURS TO WS-EDIT-HOURS
           DISPLAY "BENCH HOURS SET TO " WS-EDIT-HOURS.
       760-EXIT.

      ******************************************************************
      * 780-SHOW-MENU DISPLAYS THE SERVICE MENU.
      ******************************************************************
       780-SHOW-MENU.
           DISPLAY "SERVICE MENU"
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-COUNT
               MOVE WS-SM-PRICE (WS-SM-SUB) TO WS-EDIT-AMOUNT
               DISPLAY "  " WS-SM-CODE (WS-SM-SUB) " "
                   WS-SM-DESC (WS-SM-SUB) " "
                   WS-SM-MINUTES (WS-SM-SUB) " MIN " WS-EDIT-AMOUNT
           END-PERFORM.
       780-EXIT.

      ******************************************************************
      * 800-FIND-SERVICE LOOKS WS-INPUT-SERVICE UP ON THE MENU,
      * LEAVING WS-SM-SUB ON IT WHEN FOUND.
      ******************************************************************
       800-FIND-SERVICE.
           MOVE "NO" TO WS-SM-FOUND
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-COUNT OR WS-SM-FOUND = "YES"
               IF WS-SM-CODE (WS-SM-SUB) = WS-INPUT-SERVICE
                   MOVE "YES" TO WS-SM-FOUND
               END-IF
           END-PERFORM
           IF WS-SM-FOUND = "YES"
               SUBTRACT 1 FROM WS-SM-SUB
           END-IF.
       800-EXIT.

      ******************************************************************
      * 810-FIND-APPOINTMENT FINDS WS-APPT-NUMBER IN THE TABLE,
      * LEAVING IT IN SA-RECORD AND ITS PLACE IN WS-SA-FOUND-SUB.
      ******************************************************************
       810-FIND-APPOINTMENT.
           MOVE "NO" TO WS-FOUND
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT OR WS-FOUND = "YES"
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               IF SA-APPT-NUMBER = WS-APPT-NUMBER
                   MOVE "YES" TO WS-FOUND
                   MOVE WS-SA-SUB TO WS-SA-FOUND-SUB
               END-IF
           END-PERFORM.
       810-EXIT.

      ******************************************************************
      * 900-GET-CLIENT OPENS THE CLIENT MASTER FOR ONE LOOKUP.
      ******************************************************************
       900-GET-CLIENT.
           MOVE "NO" TO WS-FOUND
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               GO TO 900-EXIT
           END-IF
           PERFORM 910-READ-CLIENT THRU 910-EXIT
           CLOSE CLIENT-MASTER-FILE.
       900-EXIT.

      ******************************************************************
      * 910-READ-CLIENT READS WS-CLIENT-KEY FROM THE ALREADY-OPEN
      * CLIENT MASTER FOR ITS NAME AND PHONE. A CLOSED MASTER OR A
      * MISSING CLIENT LEAVES THEM BLANK.
      ******************************************************************
       910-READ-CLIENT.
           MOVE "NO" TO WS-FOUND
           MOVE SPACES TO WS-CLIENT-NAME WS-CLIENT-PHONE
           IF WS-CLIENTMS-STATUS NOT = "00"
               GO TO 910-EXIT
           END-IF
           MOVE WS-CLIENT-KEY TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WS-CLIENT-NAME
               NOT INVALID KEY
                   MOVE "YES" TO WS-FOUND
                   MOVE CM-CLIENT-NAME TO WS-CLIENT-NAME
                   MOVE CM-CLIENT-PHONE TO WS-CLIENT-PHONE
           END-READ.
       910-EXIT.

      ******************************************************************
      * 950-REWRITE-APPTS WRITES THE WHOLE APPOINTMENT FILE BACK OUT
      * FROM THE TABLE.
      ******************************************************************
       950-REWRITE-APPTS.
           OPEN OUTPUT APPOINTMENT-FILE
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
               MOVE WS-SA-IMAGE (WS-SA-SUB) TO SA-RECORD
               WRITE SA-RECORD
           END-PERFORM
           CLOSE APPOINTMENT-FILE.
       950-EXIT.
