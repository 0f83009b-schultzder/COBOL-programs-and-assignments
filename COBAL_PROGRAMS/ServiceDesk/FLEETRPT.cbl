       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FLEETRPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Monthly rental fleet report. For every unit on the rental
      * fleet file (see copybooks/RENTFLT.cpy) not yet retired, shows
      * the month's rentals, the days it was out on them against the
      * days it was in the fleet (utilization), the rental revenue
      * and the repair cost for the month, and the unit's lifetime
      * revenue and repair cost - so the shop can see which bikes
      * earn their keep and which to retire.
      *
      *   - rentals and revenue come from the fleet activity file
      *     (copybooks/FLEETACT.cpy); a rental counts in the month it
      *     was checked back in, and its days out are spread over
      *     the calendar days it was actually out, so a rental that
      *     spans month end puts its days in both months. A bike
      *     still out at report time is counted once it comes back.
      *   - repair cost is every labor and part line on the unit's
      *     fleet maintenance work orders (client "*FLT", see
      *     copybooks/WORKORD.cpy), by the date the line went on.
      *   - days in the fleet run from the day the unit was
      *     registered, or the first of the month if earlier.
      *
      * A unit whose lifetime repair cost has reached half its
      * lifetime revenue is flagged *REPAIR; one rented out less
      * than a fifth of its days in the fleet is flagged *LOWUSE.
      *
      * Run from the processing calendar on the last business day
      * of the month, it reports the business date's month; run at
      * the desk it asks for the month (YYYYMM).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the rental fleet unit file.

       SELECT FLEET-FILE
               ASSIGN TO UT-SYS-FLEET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.

      * Select statement for the fleet activity file.

       SELECT FLEET-ACTIVITY-FILE
               ASSIGN TO UT-SYS-FLEETACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEETACT-STATUS.

      * Select statement for the work order file.

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the printed report.

       SELECT FLEET-REPORT-FILE
               ASSIGN TO UT-SYS-FLEETRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file - one record
      * per run, so the nightly stream's missed-run detection covers
      * this job the way it covers the nightly four.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Select statement for the scheduled-run marker the nightly
      * stream drops while its due periodic jobs run - when it is
      * present there is no operator at the keyboard and the
      * prompts default instead of sitting at an ACCEPT.

       SELECT SCHED-FLAG-FILE
               ASSIGN TO UT-SYS-SCHEDFLAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFLAG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the rental fleet unit file.

       FD  FLEET-FILE.
           COPY RENTFLT.

      * File description for the fleet activity file.

       FD  FLEET-ACTIVITY-FILE.
           COPY FLEETACT.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
           COPY WORKORD.

      * File description for the printed report.

       FD  FLEET-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD                      PIC X(120).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * File description for the scheduled-run marker.

       FD  SCHED-FLAG-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  SCHED-FLAG-RECORD                  PIC X(9).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-FLEET-STATUS                 PIC XX.
          05 WS-FLEETACT-STATUS              PIC XX.
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".
          05 WS-EOF-FLAG                     PIC XXX.
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-REPORT-MONTH                 PIC 9(6).
          05 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
             10 WS-REPORT-YEAR               PIC 9(4).
             10 WS-REPORT-MM                 PIC 99.
          05 WS-NEXT-MONTH                   PIC 9(6).
          05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
             10 WS-NEXT-YEAR                 PIC 9(4).
             10 WS-NEXT-MM                   PIC 99.
          05 WS-MONTH-START                  PIC 9(8).
          05 WS-NEXT-START                   PIC 9(8).
          05 WS-MONTH-START-INT              PIC 9(8).
          05 WS-MONTH-END-INT                PIC 9(8).
          05 WS-OCC-START-INT                PIC 9(8).
          05 WS-OCC-END-INT                  PIC 9(8).
          05 WS-REG-INT                      PIC 9(8).
          05 WS-LINE-DATE                    PIC 9(8).
          05 WS-UN-SUB                       PIC 999.
          05 WS-UN-FOUND                     PIC XXX.
          05 WS-FIND-UNIT                    PIC X(6).
          05 WS-FW-SUB                       PIC 9(4).
          05 WS-FW-FOUND                     PIC XXX.
          05 WS-AVAIL-DAYS                   PIC 9(3).
          05 WS-UTIL-PCT                     PIC 9(3)V9.
          05 WS-UNITS-REPORTED               PIC 9(4)  VALUE 0.
          05 WS-UNITS-FLAGGED                PIC 9(4)  VALUE 0.
          05 WS-TOTAL-DAYS                   PIC 9(6)  VALUE 0.
          05 WS-TOTAL-AVAIL                  PIC 9(6)  VALUE 0.
          05 WS-TOTAL-REVENUE                PIC 9(8)V99 VALUE 0.
          05 WS-TOTAL-REPAIR                 PIC 9(8)V99 VALUE 0.

      * Review thresholds: lifetime repairs at this percent of
      * lifetime revenue, or utilization under this percent.

          05 WS-REPAIR-REVIEW-PCT            PIC 9(3)  VALUE 50.
          05 WS-LOW-USE-PCT                  PIC 9(3)  VALUE 20.

      * One entry per unit on the fleet file, with what the month
      * and the work order file add up against it.

       01 WS-UNIT-TABLE.
          05 WS-UN-COUNT                     PIC 999 VALUE 0.
          05 WS-UN-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-UN-COUNT
               INDEXED BY UN-IDX.
             10 WS-UN-UNIT                   PIC X(6).
             10 WS-UN-ITEM                   PIC X(10).
             10 WS-UN-STATUS                 PIC X.
             10 WS-UN-REG-DATE               PIC 9(8).
             10 WS-UN-LIFE-REVENUE           PIC 9(7)V99.
             10 WS-UN-RENTALS                PIC 9(4).
             10 WS-UN-DAYS                   PIC 9(3).
             10 WS-UN-MONTH-REVENUE          PIC 9(7)V99.
             10 WS-UN-MONTH-REPAIR           PIC 9(7)V99.
             10 WS-UN-LIFE-REPAIR            PIC 9(7)V99.

      * One entry per fleet work order seen on the file, pointing
      * at its unit's entry above.

       01 WS-FLEET-WO-TABLE.
          05 WS-FW-COUNT                     PIC 9(4) VALUE 0.
          05 WS-FW-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-FW-COUNT
               INDEXED BY FW-IDX.
             10 WS-FW-NUMBER                 PIC 9(6).
             10 WS-FW-UNIT-SUB               PIC 999.

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Report lines.

       01 RF-HEADING1.
          05                                 PIC X(35)
                  VALUE "RENTAL FLEET UTILIZATION FOR MONTH ".
          05 RFH-MONTH                       PIC 9(6).
          05                                 PIC X(10)
                  VALUE "   RUN ON ".
          05 RFH-DATE                        PIC 9(8).
          05                                 PIC X(61) VALUE SPACES.

       01 RF-HEADING2.
          05                                 PIC X(7)  VALUE "UNIT".
          05                                 PIC X(11) VALUE "ITEM".
          05                                 PIC X(3)  VALUE "ST".
          05                                 PIC X(6)  VALUE "RENTS".
          05                                 PIC X(5)  VALUE "DAYS".
          05                                 PIC X(5)  VALUE "AVAIL".
          05                                 PIC X(7)  VALUE "  UTIL".
          05                                 PIC X(12)
                                    VALUE "  MONTH REV".
          05                                 PIC X(12)
                                    VALUE "MONTH REPAIR".
          05                                 PIC X(14)
                                    VALUE "  LIFE REVENUE".
          05                                 PIC X(14)
                                    VALUE "   LIFE REPAIR".
          05                                 PIC X(8)  VALUE " FLAG".
          05                                 PIC X(16) VALUE SPACES.

       01 RF-DETAIL.
          05 RFD-UNIT                        PIC X(6).
          05                                 PIC X     VALUE SPACE.
          05 RFD-ITEM                        PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 RFD-STATUS                      PIC X.
          05                                 PIC X(2)  VALUE SPACES.
          05 RFD-RENTALS                     PIC ZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RFD-DAYS                        PIC ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RFD-AVAIL                       PIC ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RFD-UTIL                        PIC ZZ9.9.
          05                                 PIC X     VALUE "%".
          05                                 PIC X     VALUE SPACE.
          05 RFD-MONTH-REVENUE               PIC $$$,$$9.99.
          05                                 PIC X     VALUE SPACE.
          05 RFD-MONTH-REPAIR                PIC $$$,$$9.99.
          05                                 PIC X     VALUE SPACE.
          05 RFD-LIFE-REVENUE                PIC $$,$$$,$$9.99.
          05                                 PIC X     VALUE SPACE.
          05 RFD-LIFE-REPAIR                 PIC $$,$$$,$$9.99.
          05                                 PIC X     VALUE SPACE.
          05 RFD-FLAG                        PIC X(8).
          05                                 PIC X(16) VALUE SPACES.

       01 RF-COUNT-LINE.
          05 RFC-LABEL                       PIC X(40).
          05 RFC-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(74) VALUE SPACES.

       01 RF-PCT-LINE.
          05 RFP-LABEL                       PIC X(40).
          05 RFP-PCT                         PIC ZZ9.9.
          05                                 PIC X     VALUE "%".
          05                                 PIC X(74) VALUE SPACES.

       01 RF-AMOUNT-LINE.
          05 RFA-LABEL                       PIC X(40).
          05 RFA-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(67) VALUE SPACES.

       01 RF-NOTE-LINE.
          05 RFN-TEXT                        PIC X(80).
          05                                 PIC X(40) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-FLEET                    PIC X(60)
          VALUE "C:\COBOL\RentalFleet.txt".
          05 UT-SYS-FLEETACT                 PIC X(60)
          VALUE "C:\COBOL\FleetActivity.txt".
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".
          05 UT-SYS-FLEETRPT                 PIC X(60)
          VALUE "C:\COBOL\FleetReport.txt".
          05 UT-SYS-SCHEDFLAG                PIC X(60)
          VALUE "C:\COBOL\ScheduledRun.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 010-CHECK-SCHEDULED THRU 010-EXIT
           PERFORM 100-SET-MONTH THRU 100-EXIT
           PERFORM 200-LOAD-FLEET THRU 200-EXIT
           PERFORM 300-SCAN-ACTIVITY THRU 300-EXIT
           PERFORM 400-SCAN-WORK-ORDERS THRU 400-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
           DISPLAY "FLEET REPORT WRITTEN FOR " WS-REPORT-MONTH " - "
               WS-UNITS-REPORTED " UNITS, " WS-UNITS-FLAGGED
               " FLAGGED"
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 010-CHECK-SCHEDULED LOOKS FOR THE MARKER THE NIGHTLY STREAM
      * DROPS WHILE ITS DUE PERIODIC JOBS RUN. PRESENT MEANS AN
      * UNATTENDED RUN WITH DEFAULTED PARAMETERS.
      ******************************************************************
       010-CHECK-SCHEDULED.
           OPEN INPUT SCHED-FLAG-FILE
           IF WS-SCHEDFLAG-STATUS = "00"
               MOVE "YES" TO WS-SCHEDULED-RUN
               CLOSE SCHED-FLAG-FILE
           END-IF.
       010-EXIT.

      ******************************************************************
      * 100-SET-MONTH SETS THE REPORT MONTH - THE BUSINESS DATE'S
      * MONTH, OR THE ONE KEYED AT THE DESK - AND WORKS OUT ITS FIRST
      * AND LAST DAY AS DAY NUMBERS FOR THE OVERLAP ARITHMETIC.
      ******************************************************************
       100-SET-MONTH.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-MONTH
           IF WS-SCHEDULED-RUN = "NO"
               DISPLAY "REPORT MONTH AS YYYYMM (0 = " WS-REPORT-MONTH
                   ")"
               MOVE ZEROS TO WS-NEXT-MONTH
               ACCEPT WS-NEXT-MONTH
               IF WS-NEXT-MONTH > ZEROS
                   IF WS-NEXT-MM < 1 OR WS-NEXT-MM > 12
                       DISPLAY "MONTH MUST END IN 01-12 - BUSINESS "
                           "DATE'S MONTH USED"
                   ELSE
                       MOVE WS-NEXT-MONTH TO WS-REPORT-MONTH
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-NEXT-START = WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START) - 1.
       100-EXIT.

      ******************************************************************
      * 200-LOAD-FLEET TABLES EVERY UNIT ON THE FLEET FILE WITH ITS
      * LIFETIME REVENUE AND ZEROED MONTH COUNTS.
      ******************************************************************
       200-LOAD-FLEET.
           OPEN INPUT FLEET-FILE
           IF WS-FLEET-STATUS NOT = "00"
               DISPLAY "NO RENTAL FLEET ON FILE"
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-EOF-FLAG
           PERFORM 210-READ-FLEET THRU 210-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           CLOSE FLEET-FILE.
       200-EXIT.

       210-READ-FLEET.
           READ FLEET-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF WS-UN-COUNT NOT < 500
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-UN-COUNT
           SET UN-IDX TO WS-UN-COUNT
           MOVE FU-UNIT-NO TO WS-UN-UNIT (UN-IDX)
           MOVE FU-ITEM-CODE TO WS-UN-ITEM (UN-IDX)
           MOVE FU-STATUS TO WS-UN-STATUS (UN-IDX)
           MOVE FU-REG-DATE TO WS-UN-REG-DATE (UN-IDX)
           MOVE FU-REVENUE TO WS-UN-LIFE-REVENUE (UN-IDX)
           MOVE ZEROS TO WS-UN-RENTALS (UN-IDX) WS-UN-DAYS (UN-IDX)
               WS-UN-MONTH-REVENUE (UN-IDX) WS-UN-MONTH-REPAIR (UN-IDX)
               WS-UN-LIFE-REPAIR (UN-IDX).
       210-EXIT.

      ******************************************************************
      * 300-SCAN-ACTIVITY READS EVERY SETTLED RENTAL. ONE CHECKED IN
      * DURING THE MONTH COUNTS AS A RENTAL AND REVENUE FOR IT; ANY
      * RENTAL WHOSE DAYS OUT FALL IN THE MONTH ADDS THOSE DAYS - OUT
      * FROM THE DAY IT LEFT TO THE DAY BEFORE IT CAME BACK, A
      * SAME-DAY RENTAL BEING ONE DAY.
      ******************************************************************
       300-SCAN-ACTIVITY.
           OPEN INPUT FLEET-ACTIVITY-FILE
           IF WS-FLEETACT-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           MOVE "NO" TO WS-EOF-FLAG
           PERFORM 310-READ-ACTIVITY THRU 310-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           CLOSE FLEET-ACTIVITY-FILE.
       300-EXIT.

       310-READ-ACTIVITY.
           READ FLEET-ACTIVITY-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 310-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE FA-UNIT-NO TO WS-FIND-UNIT
           PERFORM 500-FIND-UNIT THRU 500-EXIT
           IF WS-UN-FOUND = "NO"
               GO TO 310-EXIT
           END-IF
           IF FA-IN-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-UN-RENTALS (WS-UN-SUB)
               ADD FA-REVENUE TO WS-UN-MONTH-REVENUE (WS-UN-SUB)
           END-IF
           COMPUTE WS-OCC-START-INT =
               FUNCTION INTEGER-OF-DATE (FA-OUT-DATE)
           COMPUTE WS-OCC-END-INT =
               FUNCTION INTEGER-OF-DATE (FA-IN-DATE) - 1
           IF WS-OCC-END-INT < WS-OCC-START-INT
               MOVE WS-OCC-START-INT TO WS-OCC-END-INT
           END-IF
           IF WS-OCC-START-INT < WS-MONTH-START-INT
               MOVE WS-MONTH-START-INT TO WS-OCC-START-INT
           END-IF
           IF WS-OCC-END-INT > WS-MONTH-END-INT
               MOVE WS-MONTH-END-INT TO WS-OCC-END-INT
           END-IF
           IF WS-OCC-END-INT NOT < WS-OCC-START-INT
               COMPUTE WS-UN-DAYS (WS-UN-SUB) =
                   WS-UN-DAYS (WS-UN-SUB)
                   + WS-OCC-END-INT - WS-OCC-START-INT + 1
           END-IF.
       310-EXIT.

      ******************************************************************
      * 400-SCAN-WORK-ORDERS CHARGES EVERY LABOR AND PART LINE OF
      * EVERY FLEET WORK ORDER TO ITS UNIT - ALL OF THEM TO THE
      * LIFETIME REPAIR COST, THOSE DATED IN THE MONTH TO THE MONTH
      * TOO. AN ORDER'S H LINE (CARRYING THE UNIT NUMBER) COMES
      * BEFORE ITS OTHER LINES ON THE APPEND-ONLY FILE, SO ONE PASS
      * PAIRS THEM.
      ******************************************************************
       400-SCAN-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF
           MOVE "NO" TO WS-EOF-FLAG
           PERFORM 410-READ-WORK-ORDER THRU 410-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           CLOSE WORK-ORDER-FILE.
       400-EXIT.

       410-READ-WORK-ORDER.
           READ WORK-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 410-EXIT
           END-READ
           IF NOT WO-FLEET-ORDER
               GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-READ
           IF WO-LINE-TYPE = "H"
               PERFORM 420-REGISTER-FLEET-ORDER THRU 420-EXIT
               GO TO 410-EXIT
           END-IF
           IF WO-LINE-TYPE NOT = "L" AND WO-LINE-TYPE NOT = "P"
               GO TO 410-EXIT
           END-IF
           MOVE "NO" TO WS-FW-FOUND
           PERFORM VARYING WS-FW-SUB FROM 1 BY 1
               UNTIL WS-FW-SUB > WS-FW-COUNT OR WS-FW-FOUND = "YES"
               IF WS-FW-NUMBER (WS-FW-SUB) = WO-NUMBER
                   MOVE "YES" TO WS-FW-FOUND
                   MOVE WS-FW-UNIT-SUB (WS-FW-SUB) TO WS-UN-SUB
               END-IF
           END-PERFORM
           IF WS-FW-FOUND = "NO"
               GO TO 410-EXIT
           END-IF
           ADD WO-LINE-TOTAL TO WS-UN-LIFE-REPAIR (WS-UN-SUB)
           MOVE WO-DATE TO WS-LINE-DATE
           IF WS-LINE-DATE (1:6) = WS-REPORT-MONTH
               ADD WO-LINE-TOTAL TO WS-UN-MONTH-REPAIR (WS-UN-SUB)
           END-IF.
       410-EXIT.

       420-REGISTER-FLEET-ORDER.
           MOVE "NO" TO WS-FW-FOUND
           PERFORM VARYING WS-FW-SUB FROM 1 BY 1
               UNTIL WS-FW-SUB > WS-FW-COUNT OR WS-FW-FOUND = "YES"
               IF WS-FW-NUMBER (WS-FW-SUB) = WO-NUMBER
                   MOVE "YES" TO WS-FW-FOUND
               END-IF
           END-PERFORM
           IF WS-FW-FOUND = "YES"
               GO TO 420-EXIT
           END-IF
           MOVE WO-ITEM-CODE TO WS-FIND-UNIT
           PERFORM 500-FIND-UNIT THRU 500-EXIT
           IF WS-UN-FOUND = "NO" OR WS-FW-COUNT NOT < 2000
               GO TO 420-EXIT
           END-IF
           ADD 1 TO WS-FW-COUNT
           SET FW-IDX TO WS-FW-COUNT
           MOVE WO-NUMBER TO WS-FW-NUMBER (FW-IDX)
           MOVE WS-UN-SUB TO WS-FW-UNIT-SUB (FW-IDX).
       420-EXIT.

      ******************************************************************
      * 500-FIND-UNIT LOOKS WS-FIND-UNIT UP IN THE UNIT TABLE,
      * LEAVING WS-UN-FOUND AND, WHEN FOUND, WS-UN-SUB ON THE UNIT.
      ******************************************************************
       500-FIND-UNIT.
           MOVE "NO" TO WS-UN-FOUND
           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
               UNTIL WS-UN-SUB > WS-UN-COUNT OR WS-UN-FOUND = "YES"
               IF WS-UN-UNIT (WS-UN-SUB) = WS-FIND-UNIT
                   MOVE "YES" TO WS-UN-FOUND
               END-IF
           END-PERFORM
           IF WS-UN-FOUND = "YES"
               SUBTRACT 1 FROM WS-UN-SUB
           END-IF.
       500-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS ONE LINE PER UNIT IN THE FLEET FOR
      * THE MONTH, THEN THE FLEET TOTALS AND THE FLAG KEY.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT FLEET-REPORT-FILE
           MOVE WS-REPORT-MONTH TO RFH-MONTH
           MOVE WS-BUSINESS-DATE TO RFH-DATE
           WRITE REPORT-RECORD FROM RF-HEADING1
           WRITE REPORT-RECORD FROM RF-HEADING2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
               UNTIL WS-UN-SUB > WS-UN-COUNT
               PERFORM 710-WRITE-UNIT THRU 710-EXIT
           END-PERFORM
           MOVE "UNITS REPORTED" TO RFC-LABEL
           MOVE WS-UNITS-REPORTED TO RFC-COUNT
           WRITE REPORT-RECORD FROM RF-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-UTIL-PCT
           IF WS-TOTAL-AVAIL > ZEROS
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-TOTAL-DAYS * 100 / WS-TOTAL-AVAIL
           END-IF
           MOVE "FLEET UTILIZATION" TO RFP-LABEL
           MOVE WS-UTIL-PCT TO RFP-PCT
           WRITE REPORT-RECORD FROM RF-PCT-LINE
           MOVE "RENTAL REVENUE FOR THE MONTH" TO RFA-LABEL
           MOVE WS-TOTAL-REVENUE TO RFA-AMOUNT
           WRITE REPORT-RECORD FROM RF-AMOUNT-LINE
           MOVE "FLEET REPAIR COST FOR THE MONTH" TO RFA-LABEL
           MOVE WS-TOTAL-REPAIR TO RFA-AMOUNT
           WRITE REPORT-RECORD FROM RF-AMOUNT-LINE
           MOVE "UNITS FLAGGED FOR REVIEW" TO RFC-LABEL
           MOVE WS-UNITS-FLAGGED TO RFC-COUNT
           WRITE REPORT-RECORD FROM RF-COUNT-LINE
           MOVE "*REPAIR  LIFETIME REPAIRS HALF OR MORE OF REVENUE"
               TO RFN-TEXT
           WRITE REPORT-RECORD FROM RF-NOTE-LINE
               AFTER ADVANCING 2 LINES
           MOVE "*LOWUSE  RENTED UNDER A FIFTH OF ITS FLEET DAYS"
               TO RFN-TEXT
           WRITE REPORT-RECORD FROM RF-NOTE-LINE
           CLOSE FLEET-REPORT-FILE.
       700-EXIT.

      ******************************************************************
      * 710-WRITE-UNIT PRINTS ONE UNIT. A RETIRED UNIT, OR ONE NOT
      * REGISTERED UNTIL AFTER THE MONTH, IS LEFT OFF.
      ******************************************************************
       710-WRITE-UNIT.
           IF WS-UN-STATUS (WS-UN-SUB) = "R"
               GO TO 710-EXIT
           END-IF
           COMPUTE WS-REG-INT =
               FUNCTION INTEGER-OF-DATE (WS-UN-REG-DATE (WS-UN-SUB))
           IF WS-REG-INT > WS-MONTH-END-INT
               GO TO 710-EXIT
           END-IF
           IF WS-REG-INT < WS-MONTH-START-INT
               MOVE WS-MONTH-START-INT TO WS-REG-INT
           END-IF
           COMPUTE WS-AVAIL-DAYS = WS-MONTH-END-INT - WS-REG-INT + 1
           IF WS-UN-DAYS (WS-UN-SUB) > WS-AVAIL-DAYS
               MOVE WS-AVAIL-DAYS TO WS-UN-DAYS (WS-UN-SUB)
           END-IF
           COMPUTE WS-UTIL-PCT ROUNDED =
               WS-UN-DAYS (WS-UN-SUB) * 100 / WS-AVAIL-DAYS
           MOVE WS-UN-UNIT (WS-UN-SUB) TO RFD-UNIT
           MOVE WS-UN-ITEM (WS-UN-SUB) TO RFD-ITEM
           MOVE WS-UN-STATUS (WS-UN-SUB) TO RFD-STATUS
           MOVE WS-UN-RENTALS (WS-UN-SUB) TO RFD-RENTALS
           MOVE WS-UN-DAYS (WS-UN-SUB) TO RFD-DAYS
           MOVE WS-AVAIL-DAYS TO RFD-AVAIL
           MOVE WS-UTIL-PCT TO RFD-UTIL
           MOVE WS-UN-MONTH-REVENUE (WS-UN-SUB) TO RFD-MONTH-REVENUE
           MOVE WS-UN-MONTH-REPAIR (WS-UN-SUB) TO RFD-MONTH-REPAIR
           MOVE WS-UN-LIFE-REVENUE (WS-UN-SUB) TO RFD-LIFE-REVENUE
           MOVE WS-UN-LIFE-REPAIR (WS-UN-SUB) TO RFD-LIFE-REPAIR
           MOVE SPACES TO RFD-FLAG
           IF WS-UTIL-PCT < WS-LOW-USE-PCT
               MOVE "*LOWUSE" TO RFD-FLAG
           END-IF
           IF WS-UN-LIFE-REPAIR (WS-UN-SUB) > ZEROS
               AND WS-UN-LIFE-REPAIR (WS-UN-SUB) * 100
                   NOT < WS-UN-LIFE-REVENUE (WS-UN-SUB)
                       * WS-REPAIR-REVIEW-PCT
               MOVE "*REPAIR" TO RFD-FLAG
           END-IF
           IF RFD-FLAG NOT = SPACES
               ADD 1 TO WS-UNITS-FLAGGED
           END-IF
           WRITE REPORT-RECORD FROM RF-DETAIL
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-UNITS-REPORTED
           ADD WS-UN-DAYS (WS-UN-SUB) TO WS-TOTAL-DAYS
           ADD WS-AVAIL-DAYS TO WS-TOTAL-AVAIL
           ADD WS-UN-MONTH-REVENUE (WS-UN-SUB) TO WS-TOTAL-REVENUE
           ADD WS-UN-MONTH-REPAIR (WS-UN-SUB) TO WS-TOTAL-REPAIR.
       710-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS ONE LINE TO THE SHARED RUN-LOG
      * FILE RECORDING THIS RUN, DATED FROM THE BUSINESS DATE.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-X
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "FLEETRPT" TO RL-PROGRAM-NAME
           MOVE WS-BUSDATE-X (1:4) TO RL-YEAR
           MOVE WS-BUSDATE-X (5:2) TO RL-MONTH
           MOVE WS-BUSDATE-X (7:2) TO RL-DAY
           MOVE WS-RUNLOG-START-TIME TO RL-START-TIME
           MOVE WS-RUNLOG-END-TIME TO RL-END-TIME
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       980-EXIT.
