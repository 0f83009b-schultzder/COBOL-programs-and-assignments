       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLBAL.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly cross-step control-total balancing. PROGRAM3, PROGRAM4,
      * PROGRAM5, and SEASON each file a control-total set for the
      * business date through CTLPOST (see copybooks/CTLTOT.cpy) -
      * trips read, accepted, and rejected, and the accepted trips'
      * home-currency dollars by region. Each step used to balance
      * only to itself, so a region rejected by one step and
      * accepted by the next went through unnoticed. This step
      * proves them against one another:
      *
      *   PROGRAM3 accepted dollars = PROGRAM4 printed grand total
      *   PROGRAM3 accepted dollars = PROGRAM5 region totals added
      *   and, region by region, PROGRAM3 = PROGRAM4 = PROGRAM5
      *
      * A difference of more than a penny, or no set from one of the
      * three for the business date, is out of balance: the report
      * says where, and the nonzero RETURN-CODE stops the nightly
      * stream before anything downstream uses the figures. Only a
      * balanced run is written to the run log.
      *
      * SEASON runs unattended and its failure does not fail the
      * night, so its set is checked for trip count only (it keeps
      * the trip's cost as booked, not in home currency) and a
      * missing or different count is a warning, not a stop.
      *
      * The latest set a program filed for the business date is the
      * one balanced - a rerun supersedes the earlier set.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the control-total file.

       SELECT CONTROL-TOTAL-FILE
               ASSIGN TO UT-SYS-CTLTOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

      * Select statement for the balancing report.

       SELECT BALANCE-REPORT-FILE
               ASSIGN TO UT-SYS-CTLBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the control-total file.

       FD  CONTROL-TOTAL-FILE.
           COPY CTLTOT.

      * File description for the balancing report.

       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CTLTOT-STATUS                PIC XX.
          05 WS-CTLTOT-EOF                   PIC XXX VALUE "NO".
          05 WS-SLOT                         PIC 9.
          05 WS-SLOT-SUB                     PIC 9.
          05 WS-RG-SUB                       PIC 999.
          05 WS-RG-FOUND                     PIC 999.
          05 WS-COMPARE-SLOT                 PIC 9.
          05 WS-AMOUNT-A                     PIC 9(9)V99.
          05 WS-AMOUNT-B                     PIC 9(9)V99.
          05 WS-DIFFERENCE                   PIC S9(9)V99.
          05 WS-TOLERANCE                    PIC 9V99 VALUE 0.01.
          05 WS-OUT-COUNT                    PIC 999 VALUE 0.
          05 WS-WARN-COUNT                   PIC 999 VALUE 0.
          05 WS-REGION-OUT                   PIC XXX.

      * The steps balanced here, in report order. The first three
      * must balance; the fourth is checked for trip count only.

       01 WS-STEP-NAMES.
          05                                 PIC X(8) VALUE "PROGRAM3".
          05                                 PIC X(8) VALUE "PROGRAM4".
          05                                 PIC X(8) VALUE "PROGRAM5".
          05                                 PIC X(8) VALUE "SEASON".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME OCCURS 4 TIMES     PIC X(8).

      * Each step's latest run totals for the business date.

       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 4 TIMES.
             10 WS-ST-PRESENT                PIC XXX.
             10 WS-ST-READ                   PIC 9(7).
             10 WS-ST-ACCEPTED               PIC 9(7).
             10 WS-ST-REJECTED               PIC 9(7).
             10 WS-ST-AMOUNT                 PIC 9(9)V99.
             10 WS-ST-PRINTED                PIC 9(9)V99.

      * Every region any step filed, with each step's accepted
      * dollars for it.

       01 WS-REGION-TABLE.
          05 WS-RG-COUNT                     PIC 999 VALUE 0.
          05 WS-RG-ENTRY OCCURS 100 TIMES.
             10 WS-RG-REGION                 PIC XX.
             10 WS-RG-STEP OCCURS 4 TIMES.
                15 WS-RG-AMOUNT              PIC 9(9)V99.

      * Report lines.

       01 CB-HEADING1.
          05                                 PIC X(48) VALUE
               "NIGHTLY CONTROL-TOTAL BALANCING - BUSINESS DATE ".
          05 CBH-DATE                        PIC 9(8).
          05                                 PIC X(24) VALUE SPACES.

       01 CB-STEP-HEADING.
          05                                 PIC X(40) VALUE
               "STEP         READ  ACCEPTED  REJECTED  ".
          05                                 PIC X(40) VALUE
               "  ACCEPTED DOLLARS     PRINTED TOTAL".

       01 CB-STEP-LINE.
          05 CBS-STEP                        PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 CBS-READ                        PIC ZZZZZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 CBS-ACCEPTED                    PIC ZZZZZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 CBS-REJECTED                    PIC ZZZZZZ9.
          05                                 PIC X(4)  VALUE SPACES.
          05 CBS-AMOUNT                      PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05 CBS-PRINTED                     PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(7)  VALUE SPACES.

       01 CB-CHECK-HEADING.
          05                                 PIC X(24) VALUE
               "PROGRAM3 ACCEPTED VS".
          05                                 PIC X(15) VALUE
               "      PROGRAM3 ".
          05                                 PIC X(15) VALUE
               "     THAT STEP ".
          05                                 PIC X(26) VALUE
               "    DIFFERENCE".

       01 CB-CHECK-LINE.
          05 CBC-LABEL                       PIC X(24).
          05 CBC-AMOUNT-A                    PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 CBC-AMOUNT-B                    PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 CBC-DIFFERENCE                  PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 CBC-STATUS                      PIC X(3).
          05                                 PIC X(8)  VALUE SPACES.

       01 CB-REGION-HEADING.
          05                                 PIC X(40) VALUE
               "REGION        PROGRAM3        PROGRAM4 ".
          05                                 PIC X(40) VALUE
               "      PROGRAM5".

       01 CB-REGION-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05 CBR-REGION                      PIC XX.
          05                                 PIC X(2)  VALUE SPACES.
          05 CBR-AMOUNT OCCURS 3 TIMES.
             10                              PIC X(2).
             10 CBR-DOLLARS                  PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 CBR-STATUS                      PIC X(3).
          05                                 PIC X(23) VALUE SPACES.

       01 CB-MESSAGE-LINE.
          05 CBM-TEXT                        PIC X(80).

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SPOOLER print spool - the
      * finished report is spooled in one call at end of run.

       COPY SPOOLWS.

       01 WS-FILES.
          05 UT-SYS-CTLTOT                   PIC X(60)
          VALUE "C:\COBOL\ControlTotals.txt".
          05 UT-SYS-CTLBRPT                  PIC X(60)
          VALUE "C:\COBOL\ControlBalance.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE BUSINESS DATE'S SETS, BALANCES THEM,
      * AND ENDS WITH A NONZERO RETURN-CODE WHEN THEY DO NOT AGREE.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSDATE-X
           PERFORM 100-LOAD-CONTROL-TOTALS THRU 100-EXIT
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE BD-BUSINESS-DATE TO CBH-DATE
           WRITE REPORT-RECORD FROM CB-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 200-WRITE-STEP-TOTALS THRU 200-EXIT
           PERFORM 300-CHECK-GRAND-TOTALS THRU 300-EXIT
           PERFORM 400-CHECK-REGIONS THRU 400-EXIT
           PERFORM 500-CHECK-SEASON THRU 500-EXIT
           PERFORM 600-WRITE-VERDICT THRU 600-EXIT
           CLOSE BALANCE-REPORT-FILE
           MOVE "F" TO SP-REQUEST
           MOVE "CTLBAL" TO SP-REPORT-NAME
           MOVE UT-SYS-CTLBRPT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF WS-OUT-COUNT > ZEROS
               DISPLAY "CONTROL TOTALS OUT OF BALANCE FOR "
                   BD-BUSINESS-DATE " - " WS-OUT-COUNT
                   " DIFFERENCE(S) - SEE " UT-SYS-CTLBRPT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CONTROL TOTALS IN BALANCE FOR " BD-BUSINESS-DATE
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-CONTROL-TOTALS READS THE CONTROL-TOTAL FILE FOR THE
      * BUSINESS DATE. A RUN-TOTALS RECORD STARTS A STEP'S SET AND
      * CLEARS ANY EARLIER SET FROM THE SAME STEP; THE REGION RECORDS
      * THAT FOLLOW IT ARE THAT SET'S REGIONS.
      ******************************************************************
       100-LOAD-CONTROL-TOTALS.
           PERFORM 105-CLEAR-STEP THRU 105-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
           OPEN INPUT CONTROL-TOTAL-FILE
           IF WS-CTLTOT-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-CONTROL-TOTAL THRU 110-EXIT
               UNTIL WS-CTLTOT-EOF = "YES"
           CLOSE CONTROL-TOTAL-FILE.
       100-EXIT.

       105-CLEAR-STEP.
           MOVE "NO" TO WS-ST-PRESENT (WS-SLOT)
           MOVE ZEROS TO WS-ST-READ (WS-SLOT) WS-ST-ACCEPTED (WS-SLOT)
               WS-ST-REJECTED (WS-SLOT) WS-ST-AMOUNT (WS-SLOT)
               WS-ST-PRINTED (WS-SLOT)
           PERFORM 106-CLEAR-STEP-REGION THRU 106-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT.
       105-EXIT.

       106-CLEAR-STEP-REGION.
           MOVE ZEROS TO WS-RG-AMOUNT (WS-RG-SUB WS-SLOT).
       106-EXIT.

       110-READ-CONTROL-TOTAL.
           READ CONTROL-TOTAL-FILE
               AT END
                   MOVE "YES" TO WS-CTLTOT-EOF
                   GO TO 110-EXIT
           END-READ
           IF CT-BUSINESS-DATE NOT = BD-BUSINESS-DATE
               GO TO 110-EXIT
           END-IF
           MOVE ZERO TO WS-SLOT
           PERFORM 115-MATCH-STEP THRU 115-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4
           IF WS-SLOT = ZERO
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-READ
           IF CT-RUN-TOTALS
               PERFORM 105-CLEAR-STEP THRU 105-EXIT
               MOVE "YES" TO WS-ST-PRESENT (WS-SLOT)
               MOVE CT-RECORDS-READ TO WS-ST-READ (WS-SLOT)
               MOVE CT-RECORDS-ACCEPTED TO WS-ST-ACCEPTED (WS-SLOT)
               MOVE CT-RECORDS-REJECTED TO WS-ST-REJECTED (WS-SLOT)
               MOVE CT-ACCEPTED-AMOUNT TO WS-ST-AMOUNT (WS-SLOT)
               MOVE CT-PRINTED-TOTAL TO WS-ST-PRINTED (WS-SLOT)
               GO TO 110-EXIT
           END-IF
           IF CT-REGION-TOTALS AND WS-ST-PRESENT (WS-SLOT) = "YES"
               PERFORM 120-FIND-REGION THRU 120-EXIT
               IF WS-RG-FOUND > ZEROS
                   MOVE CT-ACCEPTED-AMOUNT
                       TO WS-RG-AMOUNT (WS-RG-FOUND WS-SLOT)
               END-IF
           END-IF.
       110-EXIT.

       115-MATCH-STEP.
           IF CT-PROGRAM = WS-STEP-NAME (WS-SLOT-SUB)
               MOVE WS-SLOT-SUB TO WS-SLOT
           END-IF.
       115-EXIT.

      ******************************************************************
      * 120-FIND-REGION FINDS THE RECORD'S REGION ON THE TABLE, ADDING
      * IT WITH ZERO DOLLARS FOR EVERY STEP THE FIRST TIME IT IS SEEN.
      ******************************************************************
       120-FIND-REGION.
           MOVE ZEROS TO WS-RG-FOUND
           PERFORM 125-MATCH-REGION THRU 125-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               OR WS-RG-FOUND > ZEROS
           IF WS-RG-FOUND > ZEROS OR WS-RG-COUNT NOT < 100
               GO TO 120-EXIT
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE WS-RG-COUNT TO WS-RG-FOUND
           MOVE CT-REGION-NO TO WS-RG-REGION (WS-RG-FOUND)
           MOVE ZEROS TO WS-RG-AMOUNT (WS-RG-FOUND 1)
               WS-RG-AMOUNT (WS-RG-FOUND 2)
               WS-RG-AMOUNT (WS-RG-FOUND 3)
               WS-RG-AMOUNT (WS-RG-FOUND 4).
       120-EXIT.

       125-MATCH-REGION.
           IF WS-RG-REGION (WS-RG-SUB) = CT-REGION-NO
               MOVE WS-RG-SUB TO WS-RG-FOUND
           END-IF.
       125-EXIT.

      ******************************************************************
      * 200-WRITE-STEP-TOTALS PRINTS EACH STEP'S RUN TOTALS. A MISSING
      * SET FROM ONE OF THE THREE THAT MUST BALANCE IS OUT OF BALANCE
      * BY ITSELF; A MISSING SEASON SET IS A WARNING.
      ******************************************************************
       200-WRITE-STEP-TOTALS.
           WRITE REPORT-RECORD FROM CB-STEP-HEADING
           PERFORM 210-WRITE-ONE-STEP THRU 210-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       200-EXIT.

       210-WRITE-ONE-STEP.
           IF WS-ST-PRESENT (WS-SLOT) = "YES"
               MOVE WS-STEP-NAME (WS-SLOT) TO CBS-STEP
               MOVE WS-ST-READ (WS-SLOT) TO CBS-READ
               MOVE WS-ST-ACCEPTED (WS-SLOT) TO CBS-ACCEPTED
               MOVE WS-ST-REJECTED (WS-SLOT) TO CBS-REJECTED
               MOVE WS-ST-AMOUNT (WS-SLOT) TO CBS-AMOUNT
               MOVE WS-ST-PRINTED (WS-SLOT) TO CBS-PRINTED
               WRITE REPORT-RECORD FROM CB-STEP-LINE
               ADD 1 TO WS-RECORDS-WRITTEN
               GO TO 210-EXIT
           END-IF
           MOVE SPACES TO CBM-TEXT
           IF WS-SLOT < 4
               STRING WS-STEP-NAME (WS-SLOT) DELIMITED BY SPACE
                   "  NO CONTROL TOTALS FOR THE BUSINESS DATE"
                   " - OUT OF BALANCE" DELIMITED BY SIZE
                   INTO CBM-TEXT
               END-STRING
               ADD 1 TO WS-OUT-COUNT
           ELSE
               STRING WS-STEP-NAME (WS-SLOT) DELIMITED BY SPACE
                   "    NO CONTROL TOTALS FOR THE BUSINESS DATE"
                   " - WARNING" DELIMITED BY SIZE
                   INTO CBM-TEXT
               END-STRING
               ADD 1 TO WS-WARN-COUNT
           END-IF
           WRITE REPORT-RECORD FROM CB-MESSAGE-LINE.
       210-EXIT.

      ******************************************************************
      * 300-CHECK-GRAND-TOTALS PROVES PROGRAM3'S ACCEPTED DOLLARS
      * AGAINST PROGRAM4'S PRINTED GRAND TOTAL AND AGAINST PROGRAM5'S
      * REGION TOTALS ADDED TOGETHER.
      ******************************************************************
       300-CHECK-GRAND-TOTALS.
           IF WS-ST-PRESENT (1) = "NO"
               GO TO 300-EXIT
           END-IF
           WRITE REPORT-RECORD FROM CB-CHECK-HEADING
           IF WS-ST-PRESENT (2) = "YES"
               MOVE "PROGRAM4 GRAND TOTAL" TO CBC-LABEL
               MOVE WS-ST-AMOUNT (1) TO WS-AMOUNT-A
               MOVE WS-ST-PRINTED (2) TO WS-AMOUNT-B
               PERFORM 310-COMPARE-AMOUNTS THRU 310-EXIT
           END-IF
           IF WS-ST-PRESENT (3) = "YES"
               MOVE "PROGRAM5 REGIONS ADDED" TO CBC-LABEL
               MOVE WS-ST-AMOUNT (1) TO WS-AMOUNT-A
               MOVE WS-ST-AMOUNT (3) TO WS-AMOUNT-B
               PERFORM 310-COMPARE-AMOUNTS THRU 310-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       300-EXIT.

      ******************************************************************
      * 310-COMPARE-AMOUNTS PRINTS PROGRAM3'S FIGURE (A) BESIDE THE
      * OTHER STEP'S (B) AND FLAGS A DIFFERENCE OVER THE TOLERANCE.
      ******************************************************************
       310-COMPARE-AMOUNTS.
           COMPUTE WS-DIFFERENCE = WS-AMOUNT-B - WS-AMOUNT-A
           MOVE WS-AMOUNT-A TO CBC-AMOUNT-A
           MOVE WS-AMOUNT-B TO CBC-AMOUNT-B
           MOVE WS-DIFFERENCE TO CBC-DIFFERENCE
           MOVE "OK" TO CBC-STATUS
           IF WS-DIFFERENCE > WS-TOLERANCE
               OR WS-DIFFERENCE < 0 - WS-TOLERANCE
               MOVE "OUT" TO CBC-STATUS
               ADD 1 TO WS-OUT-COUNT
           END-IF
           WRITE REPORT-RECORD FROM CB-CHECK-LINE
           ADD 1 TO WS-RECORDS-WRITTEN.
       310-EXIT.

      ******************************************************************
      * 400-CHECK-REGIONS PRINTS EACH REGION'S ACCEPTED DOLLARS AS THE
      * THREE STEPS FILED THEM AND FLAGS A REGION WHERE PROGRAM4 OR
      * PROGRAM5 DIFFERS FROM PROGRAM3 BY MORE THAN THE TOLERANCE.
      * A STEP WITH NO SET IS ALREADY OUT OF BALANCE AND IS NOT
      * COMPARED HERE.
      ******************************************************************
       400-CHECK-REGIONS.
           IF WS-RG-COUNT = ZEROS
               GO TO 400-EXIT
           END-IF
           WRITE REPORT-RECORD FROM CB-REGION-HEADING
           PERFORM 410-CHECK-ONE-REGION THRU 410-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       400-EXIT.

       410-CHECK-ONE-REGION.
           MOVE "NO" TO WS-REGION-OUT
           MOVE SPACES TO CB-REGION-LINE
           MOVE WS-RG-REGION (WS-RG-SUB) TO CBR-REGION
           MOVE WS-RG-AMOUNT (WS-RG-SUB 1) TO CBR-DOLLARS (1)
           MOVE WS-RG-AMOUNT (WS-RG-SUB 2) TO CBR-DOLLARS (2)
           MOVE WS-RG-AMOUNT (WS-RG-SUB 3) TO CBR-DOLLARS (3)
           IF WS-ST-PRESENT (1) = "YES"
               PERFORM 420-COMPARE-REGION THRU 420-EXIT
                   VARYING WS-COMPARE-SLOT FROM 2 BY 1
                   UNTIL WS-COMPARE-SLOT > 3
           END-IF
           MOVE SPACES TO CBR-STATUS
           IF WS-REGION-OUT = "YES"
               MOVE "OUT" TO CBR-STATUS
               ADD 1 TO WS-OUT-COUNT
           END-IF
           WRITE REPORT-RECORD FROM CB-REGION-LINE
           ADD 1 TO WS-RECORDS-WRITTEN.
       410-EXIT.

       420-COMPARE-REGION.
           IF WS-ST-PRESENT (WS-COMPARE-SLOT) = "NO"
               GO TO 420-EXIT
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-RG-AMOUNT (WS-RG-SUB WS-COMPARE-SLOT)
               - WS-RG-AMOUNT (WS-RG-SUB 1)
           IF WS-DIFFERENCE > WS-TOLERANCE
               OR WS-DIFFERENCE < 0 - WS-TOLERANCE
               MOVE "YES" TO WS-REGION-OUT
           END-IF.
       420-EXIT.

      ******************************************************************
      * 500-CHECK-SEASON COMPARES THE TRIPS SEASON READ WITH THE TRIPS
      * PROGRAM3 READ FROM THE SAME TRIP FILE. A DIFFERENCE IS A
      * WARNING - SEASON'S DOLLARS ARE AS BOOKED AND ARE NOT BALANCED.
      ******************************************************************
       500-CHECK-SEASON.
           IF WS-ST-PRESENT (4) = "NO" OR WS-ST-PRESENT (1) = "NO"
               GO TO 500-EXIT
           END-IF
           IF WS-ST-READ (4) = WS-ST-READ (1)
               GO TO 500-EXIT
           END-IF
           MOVE SPACES TO CBM-TEXT
           STRING "SEASON READ " WS-ST-READ (4)
               " TRIPS, PROGRAM3 READ " WS-ST-READ (1)
               " - WARNING" DELIMITED BY SIZE
               INTO CBM-TEXT
           END-STRING
           WRITE REPORT-RECORD FROM CB-MESSAGE-LINE
           ADD 1 TO WS-WARN-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       500-EXIT.

      ******************************************************************
      * 600-WRITE-VERDICT CLOSES THE REPORT WITH THE RESULT.
      ******************************************************************
       600-WRITE-VERDICT.
           MOVE SPACES TO CBM-TEXT
           IF WS-OUT-COUNT > ZEROS
               STRING "OUT OF BALANCE - " WS-OUT-COUNT
                   " DIFFERENCE(S) - NIGHTLY STREAM STOPPED"
                   DELIMITED BY SIZE INTO CBM-TEXT
               END-STRING
           ELSE
               MOVE "CONTROL TOTALS IN BALANCE" TO CBM-TEXT
           END-IF
           WRITE REPORT-RECORD FROM CB-MESSAGE-LINE
           IF WS-WARN-COUNT > ZEROS
               MOVE SPACES TO CBM-TEXT
               STRING WS-WARN-COUNT " WARNING(S) - SEE ABOVE"
                   DELIMITED BY SIZE INTO CBM-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM CB-MESSAGE-LINE
           END-IF
           MOVE WS-OUT-COUNT TO WS-RECORDS-REJECTED.
       600-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS THIS RUN'S LINE TO THE SHARED RUN
      * LOG - ONLY WHEN THE TOTALS BALANCED.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "CTLBAL" TO RL-PROGRAM-NAME
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
