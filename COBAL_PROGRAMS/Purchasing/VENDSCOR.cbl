       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENDSCOR.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Quarterly vendor performance scorecard. PurchaseOrders.txt
      * (see copybooks/PORDER.cpy) holds every line ever ordered with
      * its order and receipt dates and its ordered and received
      * quantities; this program turns one calendar quarter's worth
      * of it into facts for the vendor meeting. For each vendor with
      * lines ordered in the quarter it shows:
      *
      *   the number of POs and PO lines
      *   average and worst lead time in days, order to receipt, over
      *   the lines that have arrived
      *   on-time percentage - lines that arrived within the lead
      *   time the vendor promised (VN-PROMISED-DAYS on the vendor
      *   master, or the default below when none is agreed)
      *   fill rate - units received over units ordered on the lines
      *   that are finished (received in full or closed short)
      *   lines closed short, and the dollar volume of the quarter's
      *   orders at INV-UNIT-COST
      *
      * A vendor under the on-time or fill-rate minimum is flagged.
      * The scorecard prints to VendorScorecard.txt (spooled) and is
      * also written as VendorScorecard.csv for the spreadsheet.
      *
      * The desk run asks for the quarter (last completed quarter by
      * default) and the thresholds; the nightly stream's quarterly
      * run takes the last completed quarter and the defaults.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file - read
      * in key order for each item's unit cost.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the indexed vendor master file.

       SELECT VENDOR-MASTER-FILE
               ASSIGN TO UT-SYS-VENDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VN-VENDOR-NO
               FILE STATUS IS WS-VENDOR-STATUS.

      * Select statement for the purchase order line file.

       SELECT PURCHASE-ORDER-FILE
               ASSIGN TO UT-SYS-POFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POFILE-STATUS.

      * Select statement for the printed scorecard.

       SELECT SCORECARD-REPORT-FILE
               ASSIGN TO UT-SYS-SCORERPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the spreadsheet copy of the scorecard.

       SELECT CSV-FILE
               ASSIGN TO UT-SYS-CSVFILE
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the operator master behind the sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the shared run-log file - one record
      * per scorecard run.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Select statement for the scheduled-run marker the nightly
      * stream drops while its due periodic jobs run.

       SELECT SCHED-FLAG-FILE
               ASSIGN TO UT-SYS-SCHEDFLAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
           COPY INVENTFD.

      * File description for the vendor master file.

       FD  VENDOR-MASTER-FILE.
           COPY VENDORMS.

      * File description for the purchase order line file.

       FD  PURCHASE-ORDER-FILE.
           COPY PORDER.

      * File description for the printed scorecard.

       FD  SCORECARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * File description for the spreadsheet copy.

       FD  CSV-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  CSV-RECORD                         PIC X(160).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * File description for the scheduled-run marker.

       FD  SCHED-FLAG-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  SCHED-FLAG-RECORD                  PIC X(9).

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-VENDOR-STATUS                PIC XX.
          05 WS-POFILE-STATUS                PIC XX.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-VN-EOF                       PIC XXX VALUE "NO".
          05 WS-PO-EOF                       PIC XXX VALUE "NO".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
             10 WS-BUS-YEAR                  PIC 9(4).
             10 WS-BUS-MONTH                 PIC 99.
             10 WS-BUS-DAY                   PIC 99.
          05 WS-QTR-START                    PIC 9(8).
          05 WS-QTR-END                      PIC 9(8).
          05 WS-QTR-YEAR                     PIC 9(4).
          05 WS-QTR-NUMBER                   PIC 9.
          05 WS-QTR-END-DAY                  PIC 99.
          05 WS-LEAD-WORK                    PIC S9(5).
          05 WS-LINE-COST                    PIC 9(5)V99.
          05 WS-AVG-LEAD                     PIC 9(3)V9.
          05 WS-ON-TIME-PCT                  PIC 9(3)V9.
          05 WS-FILL-PCT                     PIC 9(3)V9.
          05 WS-PROMISE-USED                 PIC 9(3).
          05 WS-VENDOR-FLAG                  PIC X(12).
          05 WS-CSV-DOLLARS                  PIC Z(8)9.99.
          05 WS-VENDORS-SCORED               PIC 9(5) VALUE 0.
          05 WS-VENDORS-FLAGGED              PIC 9(5) VALUE 0.
          05 WS-VENDORS-DROPPED              PIC 9(5) VALUE 0.
          05 WS-ITEMS-DROPPED                PIC 9(5) VALUE 0.
          05 WS-VN-FOUND                     PIC XXX.
          05 WS-SEARCH-VENDOR                PIC X(4).

      * Scorecard parameters. The unattended run takes the defaults;
      * the desk run offers each one.

       01 WS-PARMS.
          05 WS-INPUT-QUARTER                PIC 9(5).
          05 WS-INPUT-QUARTER-X REDEFINES WS-INPUT-QUARTER.
             10 WS-INPUT-QTR-YEAR            PIC 9(4).
             10 WS-INPUT-QTR-NUMBER          PIC 9.
          05 WS-MIN-ON-TIME                  PIC 9(3) VALUE 90.
          05 WS-MIN-FILL                     PIC 9(3) VALUE 95.
          05 WS-DEFAULT-PROMISE              PIC 9(3) VALUE 14.
          05 WS-INPUT-VALUE                  PIC 9(3).

      * Unit cost per inventory item, in key order.

       01 WS-COST-TABLE.
          05 WS-COST-COUNT                   PIC 9(4) VALUE 0.
          05 WS-COST-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-COST-COUNT
               ASCENDING KEY IS WS-CT-CODE
               INDEXED BY CT-IDX.
             10 WS-CT-CODE                   PIC X(10).
             10 WS-CT-COST                   PIC 9(5)V99.

      * One entry per vendor - every vendor on the master, plus any
      * vendor number found on a PO line that the master no longer
      * carries - with the quarter's accumulators.

       01 WS-VENDOR-TABLE.
          05 WS-VS-COUNT                     PIC 999 VALUE 0.
          05 WS-VS-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-VS-COUNT
               INDEXED BY VS-IDX.
             10 WS-VS-VENDOR                 PIC X(4).
             10 WS-VS-NAME                   PIC X(25).
             10 WS-VS-PROMISED               PIC 9(3).
             10 WS-VS-LAST-PO                PIC 9(6).
             10 WS-VS-POS                    PIC 9(5).
             10 WS-VS-LINES                  PIC 9(5).
             10 WS-VS-LEAD-LINES             PIC 9(5).
             10 WS-VS-LEAD-TOTAL             PIC 9(7).
             10 WS-VS-WORST                  PIC 9(5).
             10 WS-VS-ON-TIME                PIC 9(5).
             10 WS-VS-CLOSED-ORDERED         PIC 9(7).
             10 WS-VS-CLOSED-RECEIVED        PIC 9(7).
             10 WS-VS-SHORT                  PIC 9(5).
             10 WS-VS-DOLLARS                PIC 9(9)V99.

      * Scorecard report lines.

       01 VS-HEADING1.
          05                                 PIC X(27)
                         VALUE "VENDOR SCORECARD - QUARTER ".
          05 VSH-YEAR                        PIC 9(4).
          05                                 PIC X     VALUE "Q".
          05 VSH-QUARTER                     PIC 9.
          05                                 PIC X(2)  VALUE SPACES.
          05 VSH-START                       PIC 9(8).
          05                                 PIC X(4)  VALUE " TO ".
          05 VSH-END                         PIC 9(8).
          05                                 PIC X(25) VALUE SPACES.

       01 VS-HEADING2.
          05                                 PIC X(16)
                         VALUE "ON-TIME MINIMUM ".
          05 VSH-MIN-ON-TIME                 PIC ZZ9.
          05                                 PIC X(21)
                         VALUE "%  FILL-RATE MINIMUM ".
          05 VSH-MIN-FILL                    PIC ZZ9.
          05                                 PIC X(20)
                         VALUE "%  DEFAULT PROMISE ".
          05 VSH-PROMISE                     PIC ZZ9.
          05                                 PIC X(14) VALUE " DAYS".

       01 VS-COLUMNS.
          05                                 PIC X(36)
                         VALUE "VEND NAME         PRM POS LINE AVG-L".
          05                                 PIC X(44)
                         VALUE " WST ONTM% FILL% SHT   DOLLARS FLAG".

       01 VS-DETAIL.
          05 VSD-VENDOR                      PIC X(4).
          05                                 PIC X     VALUE SPACE.
          05 VSD-NAME                        PIC X(12).
          05                                 PIC X     VALUE SPACE.
          05 VSD-PROMISED                    PIC ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-POS                         PIC ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-LINES                       PIC ZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-AVG-LEAD                    PIC ZZ9.9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-WORST                       PIC ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-ON-TIME                     PIC ZZ9.9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-FILL                        PIC ZZ9.9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-SHORT                       PIC ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-DOLLARS                     PIC Z,ZZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 VSD-FLAG                        PIC X(12).
          05                                 PIC X     VALUE SPACE.

       01 VS-TOTAL.
          05 VST-LABEL                       PIC X(40).
          05 VST-COUNT                       PIC ZZZZ9.
          05                                 PIC X(35) VALUE SPACES.

      * Spreadsheet column headings.

       01 CSV-HEADING.
          05                                 PIC X(36)
                         VALUE "VENDOR,NAME,POS,LINES,PROMISED DAYS,".
          05                                 PIC X(36)
                         VALUE "AVG LEAD DAYS,WORST LEAD DAYS,ON TIM".
          05                                 PIC X(36)
                         VALUE "E PCT,FILL RATE PCT,LINES CLOSED SHO".
          05                                 PIC X(52)
                         VALUE "RT,DOLLAR VOLUME,FLAG".

      * Operator sign-on and the shared OPCHECK permission check -
      * the VENDSCOR function gates this program through the matrix
      * (no matrix on file falls back to the level-2 compare).

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

       01 WS-SIGNON-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SPOOLER print spool - the
      * finished scorecard is spooled in one call at end of run.

       COPY SPOOLWS.

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-VENDOR                   PIC X(60)
          VALUE "C:\COBOL\VendorMaster.dat".
          05 UT-SYS-POFILE                   PIC X(60)
          VALUE "C:\COBOL\PurchaseOrders.txt".
          05 UT-SYS-SCORERPT                 PIC X(60)
          VALUE "C:\COBOL\VendorScorecard.txt".
          05 UT-SYS-CSVFILE                  PIC X(60)
          VALUE "C:\COBOL\VendorScorecard.csv".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
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
           IF WS-SCHEDULED-RUN = "YES"

      * Launched by the nightly stream: no operator to sign on (the
      * run is stamped NITE) and the parameters default.

               MOVE "NITE" TO WS-OPERATOR-ID
           ELSE
               PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           END-IF
           PERFORM 100-SET-QUARTER THRU 100-EXIT
           IF WS-SCHEDULED-RUN = "NO"
               PERFORM 110-TAKE-PARAMETERS THRU 110-EXIT
           END-IF
           PERFORM 200-LOAD-COSTS THRU 200-EXIT
           PERFORM 250-LOAD-VENDORS THRU 250-EXIT
           PERFORM 300-SCAN-PURCHASE-ORDERS THRU 300-EXIT
           PERFORM 400-WRITE-SCORECARD THRU 400-EXIT
           MOVE "F" TO SP-REQUEST
           MOVE "VENDSCOR" TO SP-REPORT-NAME
           MOVE UT-SYS-SCORERPT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "VENDOR SCORECARD SPOOLED TO " SP-SPOOL-PATH
           END-IF
           DISPLAY "VENDOR SCORECARD WRITTEN - " WS-VENDORS-SCORED
               " VENDORS, " WS-VENDORS-FLAGGED " FLAGGED"
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
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE VENDSCOR
      * FUNCTION. A REFUSAL ENDS THE SESSION.
      ******************************************************************
       020-OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON HAND - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 030-READ-OPERATOR THRU 030-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "VENDSCOR" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           CALL "OPSIGNON" USING SO-PARMS
           IF SO-RESULT NOT = "G" AND SO-RESULT NOT = "N"
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "VENDSCOR" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE VENDSCOR FUNCTION - "
                   "SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

       030-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = WS-OPERATOR-ID
                       MOVE "YES" TO WS-OP-FOUND
                       MOVE OP-AUTH-LEVEL TO WS-OPERATOR-AUTH
                   END-IF
           END-READ.
       030-EXIT.

      ******************************************************************
      * 100-SET-QUARTER WORKS OUT THE LAST COMPLETED CALENDAR QUARTER
      * FROM THE BUSINESS DATE. THE DESK RUN MAY NAME ANOTHER QUARTER
      * AS YYYYQ (20263 = JULY TO SEPTEMBER 2026).
      ******************************************************************
       100-SET-QUARTER.
           COMPUTE WS-QTR-NUMBER = (WS-BUS-MONTH - 1) / 3
           MOVE WS-BUS-YEAR TO WS-QTR-YEAR
           IF WS-QTR-NUMBER = ZERO
               MOVE 4 TO WS-QTR-NUMBER
               SUBTRACT 1 FROM WS-QTR-YEAR
           END-IF
           IF WS-SCHEDULED-RUN = "NO"
               DISPLAY "QUARTER AS YYYYQ (0 = " WS-QTR-YEAR
                   WS-QTR-NUMBER ")"
               MOVE ZEROS TO WS-INPUT-QUARTER
               ACCEPT WS-INPUT-QUARTER
               IF WS-INPUT-QUARTER > ZEROS
                   IF WS-INPUT-QTR-NUMBER < 1
                       OR WS-INPUT-QTR-NUMBER > 4
                       DISPLAY "QUARTER MUST END IN 1-4 - LAST "
                           "COMPLETED QUARTER USED"
                   ELSE
                       MOVE WS-INPUT-QTR-YEAR TO WS-QTR-YEAR
                       MOVE WS-INPUT-QTR-NUMBER TO WS-QTR-NUMBER
                   END-IF
               END-IF
           END-IF

      * March and December end on the 31st, June and September on
      * the 30th.

           IF WS-QTR-NUMBER = 1 OR WS-QTR-NUMBER = 4
               MOVE 31 TO WS-QTR-END-DAY
           ELSE
               MOVE 30 TO WS-QTR-END-DAY
           END-IF
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + ((WS-QTR-NUMBER - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
               + (WS-QTR-NUMBER * 3) * 100 + WS-QTR-END-DAY.
       100-EXIT.

      ******************************************************************
      * 110-TAKE-PARAMETERS OFFERS EACH THRESHOLD WITH ITS DEFAULT.
      * ZERO OR ENTER KEEPS THE DEFAULT.
      ******************************************************************
       110-TAKE-PARAMETERS.
           DISPLAY "ON-TIME PERCENT MINIMUM (0 = " WS-MIN-ON-TIME ")"
           MOVE ZEROS TO WS-INPUT-VALUE
           ACCEPT WS-INPUT-VALUE
           IF WS-INPUT-VALUE > ZEROS AND WS-INPUT-VALUE NOT > 100
               MOVE WS-INPUT-VALUE TO WS-MIN-ON-TIME
           END-IF
           DISPLAY "FILL-RATE PERCENT MINIMUM (0 = " WS-MIN-FILL ")"
           MOVE ZEROS TO WS-INPUT-VALUE
           ACCEPT WS-INPUT-VALUE
           IF WS-INPUT-VALUE > ZEROS AND WS-INPUT-VALUE NOT > 100
               MOVE WS-INPUT-VALUE TO WS-MIN-FILL
           END-IF
           DISPLAY "PROMISED DAYS FOR A VENDOR WITH NONE AGREED (0 = "
               WS-DEFAULT-PROMISE ")"
           MOVE ZEROS TO WS-INPUT-VALUE
           ACCEPT WS-INPUT-VALUE
           IF WS-INPUT-VALUE > ZEROS
               MOVE WS-INPUT-VALUE TO WS-DEFAULT-PROMISE
           END-IF.
       110-EXIT.

      ******************************************************************
      * 200-LOAD-COSTS READS THE INVENTORY FILE IN KEY ORDER INTO THE
      * COST TABLE. NO INVENTORY FILE LEAVES EVERY LINE AT ZERO
      * DOLLARS RATHER THAN STOPPING THE SCORECARD.
      ******************************************************************
       200-LOAD-COSTS.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON HAND - DOLLAR VOLUME "
                   "NOT AVAILABLE"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-INVENTORY THRU 210-EXIT
               UNTIL WS-INV-EOF = "YES"
           CLOSE INVENTORY-FILE.
       200-EXIT.

       210-READ-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-INV-EOF
                   GO TO 210-EXIT
           END-READ
           IF WS-COST-COUNT = 3000
               ADD 1 TO WS-ITEMS-DROPPED
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-COST-COUNT
           SET CT-IDX TO WS-COST-COUNT
           MOVE INV-CODE TO WS-CT-CODE (CT-IDX)
           MOVE ZEROS TO WS-CT-COST (CT-IDX)
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO WS-CT-COST (CT-IDX)
           END-IF.
       210-EXIT.

      ******************************************************************
      * 250-LOAD-VENDORS SEEDS THE VENDOR TABLE FROM THE VENDOR MASTER
      * WITH EACH VENDOR'S NAME AND PROMISED LEAD DAYS.
      ******************************************************************
       250-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "NO VENDOR MASTER ON HAND - DEFAULT PROMISE "
                   "USED THROUGHOUT"
               GO TO 250-EXIT
           END-IF
           PERFORM 260-READ-VENDOR THRU 260-EXIT
               UNTIL WS-VN-EOF = "YES"
           CLOSE VENDOR-MASTER-FILE.
       250-EXIT.

       260-READ-VENDOR.
           READ VENDOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-VN-EOF
                   GO TO 260-EXIT
           END-READ
           IF WS-VS-COUNT = 500
               ADD 1 TO WS-VENDORS-DROPPED
               GO TO 260-EXIT
           END-IF
           MOVE VN-VENDOR-NO TO WS-SEARCH-VENDOR
           PERFORM 330-ADD-VENDOR THRU 330-EXIT
           MOVE VN-NAME TO WS-VS-NAME (VS-IDX)
           IF VN-PROMISED-DAYS NUMERIC
               MOVE VN-PROMISED-DAYS TO WS-VS-PROMISED (VS-IDX)
           END-IF.
       260-EXIT.

      ******************************************************************
      * 300-SCAN-PURCHASE-ORDERS READS EVERY PO LINE AND SCORES THE
      * ONES ORDERED INSIDE THE QUARTER AGAINST THEIR VENDOR.
      ******************************************************************
       300-SCAN-PURCHASE-ORDERS.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER FILE ON HAND"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-PO-LINE THRU 310-EXIT
               UNTIL WS-PO-EOF = "YES"
           CLOSE PURCHASE-ORDER-FILE.
       300-EXIT.

       310-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-PO-EOF
                   GO TO 310-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF PO-ORDER-DATE < WS-QTR-START
               OR PO-ORDER-DATE > WS-QTR-END
               GO TO 310-EXIT
           END-IF
           MOVE PO-VENDOR-NO TO WS-SEARCH-VENDOR
           PERFORM 320-FIND-VENDOR THRU 320-EXIT
           IF WS-VN-FOUND = "NO"
               IF WS-VS-COUNT = 500
                   ADD 1 TO WS-RECORDS-REJECTED
                   GO TO 310-EXIT
               END-IF
               PERFORM 330-ADD-VENDOR THRU 330-EXIT
               MOVE "NOT ON VENDOR MASTER" TO WS-VS-NAME (VS-IDX)
           END-IF

      * Lines of one PO are appended together, so a change of PO
      * number under the vendor is a new order.

           ADD 1 TO WS-VS-LINES (VS-IDX)
           IF PO-NUMBER NOT = WS-VS-LAST-PO (VS-IDX)
               ADD 1 TO WS-VS-POS (VS-IDX)
               MOVE PO-NUMBER TO WS-VS-LAST-PO (VS-IDX)
           END-IF
           MOVE ZEROS TO WS-LINE-COST
           IF WS-COST-COUNT > ZEROS
               SEARCH ALL WS-COST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-CODE (CT-IDX) = PO-ITEM-CODE
                       MOVE WS-CT-COST (CT-IDX) TO WS-LINE-COST
               END-SEARCH
           END-IF
           COMPUTE WS-VS-DOLLARS (VS-IDX) = WS-VS-DOLLARS (VS-IDX)
               + PO-QTY-ORDERED * WS-LINE-COST

      * Still-open lines count toward volume only - their lead time
      * and fill are not known yet.

           IF PO-STATUS NOT = "R" AND PO-STATUS NOT = "S"
               GO TO 310-EXIT
           END-IF
           ADD PO-QTY-ORDERED TO WS-VS-CLOSED-ORDERED (VS-IDX)
           ADD PO-QTY-RECEIVED TO WS-VS-CLOSED-RECEIVED (VS-IDX)
           IF PO-STATUS = "S"
               ADD 1 TO WS-VS-SHORT (VS-IDX)
           END-IF

      * A line closed short with nothing received never arrived, so
      * it has no lead time.

           IF PO-QTY-RECEIVED = ZEROS
               OR PO-RECEIVED-DATE = ZEROS
               OR PO-ORDER-DATE = ZEROS
               GO TO 310-EXIT
           END-IF
           COMPUTE WS-LEAD-WORK =
               FUNCTION INTEGER-OF-DATE (PO-RECEIVED-DATE)
               - FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
           IF WS-LEAD-WORK < ZEROS
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-VS-LEAD-LINES (VS-IDX)
           ADD WS-LEAD-WORK TO WS-VS-LEAD-TOTAL (VS-IDX)
           IF WS-LEAD-WORK > WS-VS-WORST (VS-IDX)
               MOVE WS-LEAD-WORK TO WS-VS-WORST (VS-IDX)
           END-IF
           MOVE WS-VS-PROMISED (VS-IDX) TO WS-PROMISE-USED
           IF WS-PROMISE-USED = ZEROS
               MOVE WS-DEFAULT-PROMISE TO WS-PROMISE-USED
           END-IF
           IF WS-LEAD-WORK NOT > WS-PROMISE-USED
               ADD 1 TO WS-VS-ON-TIME (VS-IDX)
           END-IF.
       310-EXIT.

      ******************************************************************
      * 320-FIND-VENDOR LEAVES VS-IDX ON THE VENDOR IN
      * WS-SEARCH-VENDOR WHEN FOUND.
      ******************************************************************
       320-FIND-VENDOR.
           MOVE "NO" TO WS-VN-FOUND
           IF WS-VS-COUNT = ZEROS
               GO TO 320-EXIT
           END-IF
           SET VS-IDX TO 1
           SEARCH WS-VS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VS-VENDOR (VS-IDX) = WS-SEARCH-VENDOR
                   MOVE "YES" TO WS-VN-FOUND
           END-SEARCH.
       320-EXIT.

      ******************************************************************
      * 330-ADD-VENDOR OPENS A ZEROED TABLE ENTRY FOR THE VENDOR IN
      * WS-SEARCH-VENDOR AND LEAVES VS-IDX ON IT.
      ******************************************************************
       330-ADD-VENDOR.
           ADD 1 TO WS-VS-COUNT
           SET VS-IDX TO WS-VS-COUNT
           INITIALIZE WS-VS-ENTRY (VS-IDX)
           MOVE WS-SEARCH-VENDOR TO WS-VS-VENDOR (VS-IDX).
       330-EXIT.

      ******************************************************************
      * 400-WRITE-SCORECARD PRINTS ONE LINE PER VENDOR WITH LINES IN
      * THE QUARTER AND WRITES THE SAME FIGURES TO THE CSV.
      ******************************************************************
       400-WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-REPORT-FILE
           OPEN OUTPUT CSV-FILE
           MOVE WS-QTR-YEAR TO VSH-YEAR
           MOVE WS-QTR-NUMBER TO VSH-QUARTER
           MOVE WS-QTR-START TO VSH-START
           MOVE WS-QTR-END TO VSH-END
           WRITE REPORT-RECORD FROM VS-HEADING1
           MOVE WS-MIN-ON-TIME TO VSH-MIN-ON-TIME
           MOVE WS-MIN-FILL TO VSH-MIN-FILL
           MOVE WS-DEFAULT-PROMISE TO VSH-PROMISE
           WRITE REPORT-RECORD FROM VS-HEADING2
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM VS-COLUMNS
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE CSV-RECORD FROM CSV-HEADING
           PERFORM 410-SCORE-ONE-VENDOR THRU 410-EXIT
               VARYING VS-IDX FROM 1 BY 1
               UNTIL VS-IDX > WS-VS-COUNT
           MOVE "VENDORS SCORED" TO VST-LABEL
           MOVE WS-VENDORS-SCORED TO VST-COUNT
           WRITE REPORT-RECORD FROM VS-TOTAL
            AFTER ADVANCING 2 LINES
           MOVE "VENDORS FLAGGED BELOW A MINIMUM" TO VST-LABEL
           MOVE WS-VENDORS-FLAGGED TO VST-COUNT
           WRITE REPORT-RECORD FROM VS-TOTAL
            AFTER ADVANCING 1 LINE
           IF WS-RECORDS-REJECTED > ZEROS
               MOVE "PO LINES BEYOND THE VENDOR TABLE - NOT SCORED"
                   TO VST-LABEL
               MOVE WS-RECORDS-REJECTED TO VST-COUNT
               WRITE REPORT-RECORD FROM VS-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-VENDORS-DROPPED > ZEROS
               MOVE "VENDORS BEYOND THE VENDOR TABLE - NOT SCORED"
                   TO VST-LABEL
               MOVE WS-VENDORS-DROPPED TO VST-COUNT
               WRITE REPORT-RECORD FROM VS-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ITEMS-DROPPED > ZEROS
               MOVE "ITEMS BEYOND THE COST TABLE - NO DOLLARS"
                   TO VST-LABEL
               MOVE WS-ITEMS-DROPPED TO VST-COUNT
               WRITE REPORT-RECORD FROM VS-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           CLOSE CSV-FILE
           CLOSE SCORECARD-REPORT-FILE.
       400-EXIT.

      ******************************************************************
      * 410-SCORE-ONE-VENDOR WORKS OUT ONE VENDOR'S AVERAGES AND
      * PERCENTAGES, FLAGS IT AGAINST THE MINIMUMS, AND WRITES ITS
      * REPORT AND CSV LINES. A VENDOR WITH NOTHING ARRIVED YET IS
      * NOT FLAGGED ON FIGURES IT DOES NOT HAVE.
      ******************************************************************
       410-SCORE-ONE-VENDOR.
           IF WS-VS-LINES (VS-IDX) = ZEROS
               GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-VENDORS-SCORED
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE SPACES TO WS-VENDOR-FLAG
           MOVE ZEROS TO WS-AVG-LEAD
           MOVE ZEROS TO WS-ON-TIME-PCT
           MOVE ZEROS TO WS-FILL-PCT
           MOVE WS-VS-PROMISED (VS-IDX) TO WS-PROMISE-USED
           IF WS-PROMISE-USED = ZEROS
               MOVE WS-DEFAULT-PROMISE TO WS-PROMISE-USED
           END-IF
           IF WS-VS-LEAD-LINES (VS-IDX) > ZEROS
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-VS-LEAD-TOTAL (VS-IDX)
                   / WS-VS-LEAD-LINES (VS-IDX)
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-VS-ON-TIME (VS-IDX) * 100
                   / WS-VS-LEAD-LINES (VS-IDX)
               IF WS-ON-TIME-PCT < WS-MIN-ON-TIME
                   MOVE "LATE" TO WS-VENDOR-FLAG
               END-IF
           END-IF
           IF WS-VS-CLOSED-ORDERED (VS-IDX) > ZEROS
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-VS-CLOSED-RECEIVED (VS-IDX) * 100
                   / WS-VS-CLOSED-ORDERED (VS-IDX)
               IF WS-FILL-PCT < WS-MIN-FILL
                   IF WS-VENDOR-FLAG = SPACES
                       MOVE "SHORT" TO WS-VENDOR-FLAG
                   ELSE
                       MOVE "LATE+SHORT" TO WS-VENDOR-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-VENDOR-FLAG NOT = SPACES
               ADD 1 TO WS-VENDORS-FLAGGED
           END-IF
           MOVE WS-VS-VENDOR (VS-IDX) TO VSD-VENDOR
           MOVE WS-VS-NAME (VS-IDX) TO VSD-NAME
           MOVE WS-PROMISE-USED TO VSD-PROMISED
           MOVE WS-VS-POS (VS-IDX) TO VSD-POS
           MOVE WS-VS-LINES (VS-IDX) TO VSD-LINES
           MOVE WS-AVG-LEAD TO VSD-AVG-LEAD
           MOVE WS-VS-WORST (VS-IDX) TO VSD-WORST
           MOVE WS-ON-TIME-PCT TO VSD-ON-TIME
           MOVE WS-FILL-PCT TO VSD-FILL
           MOVE WS-VS-SHORT (VS-IDX) TO VSD-SHORT
           MOVE WS-VS-DOLLARS (VS-IDX) TO VSD-DOLLARS
           MOVE WS-VENDOR-FLAG TO VSD-FLAG
           WRITE REPORT-RECORD FROM VS-DETAIL
            AFTER ADVANCING 1 LINE
           MOVE WS-VS-DOLLARS (VS-IDX) TO WS-CSV-DOLLARS
           PERFORM 420-WRITE-CSV-LINE THRU 420-EXIT.
       410-EXIT.

      ******************************************************************
      * 420-WRITE-CSV-LINE WRITES THE VENDOR LINE JUST PRINTED AS A
      * CSV ROW. THE NAME IS QUOTED IN CASE IT CARRIES A COMMA.
      ******************************************************************
       420-WRITE-CSV-LINE.
           MOVE SPACES TO CSV-RECORD
           STRING
               FUNCTION TRIM(VSD-VENDOR) DELIMITED BY SIZE
               ",""" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VS-NAME (VS-IDX)) DELIMITED BY SIZE
               """," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-POS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-LINES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-PROMISED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-AVG-LEAD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-WORST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-ON-TIME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-FILL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VSD-SHORT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-DOLLARS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-VENDOR-FLAG) DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD.
       420-EXIT.

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
           MOVE "VENDSCOR" TO RL-PROGRAM-NAME
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
