       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SECWKRPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Weekly sign-on security report over the security log the
      * shared OPSIGNON PIN checker appends (see copybooks/SECLOG.cpy).
      * Covers the seven days ending on the business date and counts,
      * by operator and the store the workstation rings for, the
      * good sign-ons, wrong PINs, lockouts, sign-ons refused for an
      * existing lockout or for no PIN on file, IDs keyed that are
      * not on the operator master, and supervisor resets. A line
      * with any wrong PIN or unknown ID is flagged, and every lockout
      * and reset in the week is listed after the counts.
      *
      * Scheduled on the last business day of the week (processing
      * calendar frequency W). The report is spooled and the run is
      * written to the run log. No security log on hand is not an
      * error - the report says there was nothing to count.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the security log.

       SELECT SECURITY-LOG-FILE
               ASSIGN TO UT-SYS-SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

      * Select statement for the printed report.

       SELECT SECURITY-REPORT-FILE
               ASSIGN TO UT-SYS-SECRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the security log.

       FD  SECURITY-LOG-FILE.
           COPY SECLOG.

      * File description for the printed report.

       FD  SECURITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SECLOG-STATUS                PIC XX.
          05 WS-SECLOG-EOF                   PIC XXX VALUE "NO".
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-WORK-INT                     PIC 9(8).
          05 WS-SO-SUB                       PIC 999.
          05 WS-SO-FOUND                     PIC 999.
          05 WS-SO-SLOT                      PIC 999.
          05 WS-FLAGGED-COUNT                PIC 999 VALUE 0.
          05 WS-DETAIL-COUNT                 PIC 9(5) VALUE 0.

      * The week's counts, one entry per operator and store, kept in
      * store then operator order as they are added.

       01 WS-SIGNON-TABLE.
          05 WS-SO-COUNT                     PIC 999 VALUE 0.
          05 WS-SO-ENTRY OCCURS 300 TIMES.
             10 WS-SO-STORE                  PIC 99.
             10 WS-SO-OPERATOR               PIC X(4).
             10 WS-SO-SIGNONS                PIC 9(5).
             10 WS-SO-FAILED                 PIC 9(5).
             10 WS-SO-LOCKOUTS               PIC 9(5).
             10 WS-SO-REFUSED                PIC 9(5).
             10 WS-SO-UNKNOWN                PIC 9(5).
             10 WS-SO-RESETS                 PIC 9(5).

      * The week's totals across every operator and store.

       01 WS-WEEK-TOTALS.
          05 WS-TOT-SIGNONS                  PIC 9(7) VALUE 0.
          05 WS-TOT-FAILED                   PIC 9(7) VALUE 0.
          05 WS-TOT-LOCKOUTS                 PIC 9(7) VALUE 0.
          05 WS-TOT-REFUSED                  PIC 9(7) VALUE 0.
          05 WS-TOT-UNKNOWN                  PIC 9(7) VALUE 0.
          05 WS-TOT-RESETS                   PIC 9(7) VALUE 0.

      * The lockouts and resets, held for the listing after the
      * counts.

       01 WS-DETAIL-TABLE.
          05 WS-DT-ENTRY OCCURS 500 TIMES    PIC X(50).

      * Report lines.

       01 SW-HEADING1.
          05                                 PIC X(33) VALUE
               "WEEKLY SIGN-ON SECURITY REPORT - ".
          05 SWH-FROM-DATE                   PIC 9(8).
          05                                 PIC X(6)  VALUE " THRU ".
          05 SWH-TO-DATE                     PIC 9(8).
          05                                 PIC X(25) VALUE SPACES.

       01 SW-COUNT-HEADING.
          05                                 PIC X(40) VALUE
               "STORE  OPER   SIGN-ONS  WRONG PIN  LOCKO".
          05                                 PIC X(40) VALUE
               "UTS  REFUSED  UNKNOWN ID  RESETS".

       01 SW-COUNT-LINE.
          05                                 PIC X(3)  VALUE SPACES.
          05 SWC-STORE                       PIC 99.
          05                                 PIC X(2)  VALUE SPACES.
          05 SWC-OPERATOR                    PIC X(4).
          05                                 PIC X(3)  VALUE SPACES.
          05 SWC-SIGNONS                     PIC ZZZZZZ9.
          05                                 PIC X(4)  VALUE SPACES.
          05 SWC-FAILED                      PIC ZZZZZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 SWC-LOCKOUTS                    PIC ZZZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 SWC-REFUSED                     PIC ZZZZZZ9.
          05                                 PIC X(5)  VALUE SPACES.
          05 SWC-UNKNOWN                     PIC ZZZZZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 SWC-RESETS                      PIC ZZZZZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 SWC-FLAG                        PIC X(2).

       01 SW-DETAIL-HEADING.
          05                                 PIC X(40) VALUE
               "DATE      TIME    OPER  STORE  PROGRAM  ".
          05                                 PIC X(40) VALUE
               "EVENT     SUPERVISOR".

       01 SW-DETAIL-LINE.
          05 SWD-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 SWD-TIME                        PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 SWD-OPERATOR                    PIC X(4).
          05                                 PIC X(4)  VALUE SPACES.
          05 SWD-STORE                       PIC 99.
          05                                 PIC X(3)  VALUE SPACES.
          05 SWD-PROGRAM                     PIC X(8).
          05                                 PIC X(1)  VALUE SPACES.
          05 SWD-EVENT                       PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 SWD-SUPERVISOR                  PIC X(4).
          05                                 PIC X(26) VALUE SPACES.

       01 SW-MESSAGE-LINE.
          05 SWM-TEXT                        PIC X(80).

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
          05 UT-SYS-SECLOG                   PIC X(60)
          VALUE "C:\COBOL\SecurityLog.txt".
          05 UT-SYS-SECRPT                   PIC X(60)
          VALUE "C:\COBOL\SecurityWeekly.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE WORKS OUT THE WEEK, COUNTS THE LOG, WRITES
      * AND SPOOLS THE REPORT, AND LOGS THE RUN.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSDATE-X
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (BD-BUSINESS-DATE) - 6
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           PERFORM 100-LOAD-SECURITY-LOG THRU 100-EXIT
           PERFORM 500-WRITE-REPORT THRU 500-EXIT
           MOVE "F" TO SP-REQUEST
           MOVE "SECWKRPT" TO SP-REPORT-NAME
           MOVE UT-SYS-SECRPT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "SECURITY REPORT SPOOLED TO " SP-SPOOL-PATH
           END-IF
           DISPLAY "WEEKLY SECURITY REPORT WRITTEN - " WS-TOT-FAILED
               " WRONG PIN(S), " WS-TOT-LOCKOUTS " LOCKOUT(S), "
               WS-TOT-UNKNOWN " UNKNOWN ID(S)"
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-SECURITY-LOG READS THE LOG, COUNTING EVERY EVENT
      * DATED IN THE WEEK INTO ITS OPERATOR AND STORE'S ENTRY.
      ******************************************************************
       100-LOAD-SECURITY-LOG.
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "NO SECURITY LOG ON FILE - NOTHING TO COUNT"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-SECURITY-LOG THRU 110-EXIT
               UNTIL WS-SECLOG-EOF = "YES"
           CLOSE SECURITY-LOG-FILE.
       100-EXIT.

       110-READ-SECURITY-LOG.
           READ SECURITY-LOG-FILE
               AT END
                   MOVE "YES" TO WS-SECLOG-EOF
                   GO TO 110-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF SEC-DATE NOT NUMERIC
               OR SEC-DATE < WS-FROM-DATE
               OR SEC-DATE > BD-BUSINESS-DATE
               GO TO 110-EXIT
           END-IF
           IF SEC-STORE-NO NOT NUMERIC
               MOVE 1 TO SEC-STORE-NO
           END-IF
           PERFORM 200-FIND-ENTRY THRU 200-EXIT
           IF WS-SO-FOUND = ZEROS
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 110-EXIT
           END-IF
           EVALUATE SEC-EVENT
               WHEN "SIGNON"
                   ADD 1 TO WS-SO-SIGNONS (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-SIGNONS
               WHEN "FAILED"
                   ADD 1 TO WS-SO-FAILED (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-FAILED
               WHEN "LOCKOUT"
                   ADD 1 TO WS-SO-FAILED (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-FAILED
                   ADD 1 TO WS-SO-LOCKOUTS (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-LOCKOUTS
                   PERFORM 150-HOLD-DETAIL THRU 150-EXIT
               WHEN "LOCKED"
               WHEN "NOPIN"
                   ADD 1 TO WS-SO-REFUSED (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-REFUSED
               WHEN "UNKNOWN"
                   ADD 1 TO WS-SO-UNKNOWN (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-UNKNOWN
               WHEN "RESET"
                   ADD 1 TO WS-SO-RESETS (WS-SO-FOUND)
                   ADD 1 TO WS-TOT-RESETS
                   PERFORM 150-HOLD-DETAIL THRU 150-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       110-EXIT.

      * A lockout or reset is kept, as the log line it came from, for
      * the listing at the foot of the report.

       150-HOLD-DETAIL.
           IF WS-DETAIL-COUNT < 500
               ADD 1 TO WS-DETAIL-COUNT
               MOVE SECURITY-LOG-RECORD
                   TO WS-DT-ENTRY (WS-DETAIL-COUNT)
           END-IF.
       150-EXIT.

      ******************************************************************
      * 200-FIND-ENTRY SETS WS-SO-FOUND TO THE ENTRY FOR THE LOG
      * LINE'S STORE AND OPERATOR, ADDING ONE IN STORE-THEN-OPERATOR
      * ORDER WHEN THIS IS THE FIRST LINE FOR THEM. ZERO MEANS THE
      * TABLE IS FULL.
      ******************************************************************
       200-FIND-ENTRY.
           MOVE ZEROS TO WS-SO-FOUND
           MOVE 1 TO WS-SO-SLOT
           PERFORM 210-MATCH-ENTRY THRU 210-EXIT
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
               OR WS-SO-FOUND > ZEROS
           IF WS-SO-FOUND > ZEROS
               GO TO 200-EXIT
           END-IF
           IF WS-SO-COUNT NOT < 300
               GO TO 200-EXIT
           END-IF

      * Open up the slot by sliding the later entries down one.

           PERFORM 220-SLIDE-ENTRY THRU 220-EXIT
               VARYING WS-SO-SUB FROM WS-SO-COUNT BY -1
               UNTIL WS-SO-SUB < WS-SO-SLOT
           ADD 1 TO WS-SO-COUNT
           MOVE WS-SO-SLOT TO WS-SO-FOUND
           MOVE SEC-STORE-NO TO WS-SO-STORE (WS-SO-FOUND)
           MOVE SEC-OPERATOR TO WS-SO-OPERATOR (WS-SO-FOUND)
           MOVE ZEROS TO WS-SO-SIGNONS (WS-SO-FOUND)
               WS-SO-FAILED (WS-SO-FOUND)
               WS-SO-LOCKOUTS (WS-SO-FOUND)
               WS-SO-REFUSED (WS-SO-FOUND)
               WS-SO-UNKNOWN (WS-SO-FOUND)
               WS-SO-RESETS (WS-SO-FOUND).
       200-EXIT.

      * An entry that sorts ahead of the new one moves the insertion
      * slot past it.

       210-MATCH-ENTRY.
           IF WS-SO-STORE (WS-SO-SUB) = SEC-STORE-NO
               AND WS-SO-OPERATOR (WS-SO-SUB) = SEC-OPERATOR
               MOVE WS-SO-SUB TO WS-SO-FOUND
               GO TO 210-EXIT
           END-IF
           IF WS-SO-STORE (WS-SO-SUB) < SEC-STORE-NO
               OR (WS-SO-STORE (WS-SO-SUB) = SEC-STORE-NO
               AND WS-SO-OPERATOR (WS-SO-SUB) < SEC-OPERATOR)
               COMPUTE WS-SO-SLOT = WS-SO-SUB + 1
           END-IF.
       210-EXIT.

       220-SLIDE-ENTRY.
           MOVE WS-SO-ENTRY (WS-SO-SUB) TO WS-SO-ENTRY (WS-SO-SUB + 1).
       220-EXIT.

      ******************************************************************
      * 500-WRITE-REPORT PRINTS THE COUNTS BY STORE AND OPERATOR,
      * THE WEEK'S TOTALS, AND THE LOCKOUT AND RESET LISTING.
      ******************************************************************
       500-WRITE-REPORT.
           OPEN OUTPUT SECURITY-REPORT-FILE
           MOVE WS-FROM-DATE TO SWH-FROM-DATE
           MOVE BD-BUSINESS-DATE TO SWH-TO-DATE
           WRITE REPORT-RECORD FROM SW-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-SO-COUNT = ZEROS
               MOVE "NO SIGN-ON EVENTS ON THE SECURITY LOG FOR THE WEEK"
                   TO SWM-TEXT
               WRITE REPORT-RECORD FROM SW-MESSAGE-LINE
               GO TO 590-CLOSE-REPORT
           END-IF
           WRITE REPORT-RECORD FROM SW-COUNT-HEADING
           PERFORM 510-WRITE-COUNT-LINE THRU 510-EXIT
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
           MOVE SPACES TO SW-COUNT-LINE
           MOVE "ALL " TO SWC-OPERATOR
           MOVE WS-TOT-SIGNONS TO SWC-SIGNONS
           MOVE WS-TOT-FAILED TO SWC-FAILED
           MOVE WS-TOT-LOCKOUTS TO SWC-LOCKOUTS
           MOVE WS-TOT-REFUSED TO SWC-REFUSED
           MOVE WS-TOT-UNKNOWN TO SWC-UNKNOWN
           MOVE WS-TOT-RESETS TO SWC-RESETS
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SW-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO SWM-TEXT
           STRING WS-FLAGGED-COUNT DELIMITED BY SIZE
               " OPERATOR/STORE LINE(S) FLAGGED * FOR A WRONG PIN OR "
               DELIMITED BY SIZE
               "AN UNKNOWN ID" DELIMITED BY SIZE
               INTO SWM-TEXT
           END-STRING
           WRITE REPORT-RECORD FROM SW-MESSAGE-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "LOCKOUTS AND SUPERVISOR RESETS IN THE WEEK"
               TO SWM-TEXT
           WRITE REPORT-RECORD FROM SW-MESSAGE-LINE
           IF WS-DETAIL-COUNT = ZEROS
               MOVE "  NONE" TO SWM-TEXT
               WRITE REPORT-RECORD FROM SW-MESSAGE-LINE
               GO TO 590-CLOSE-REPORT
           END-IF
           WRITE REPORT-RECORD FROM SW-DETAIL-HEADING
           PERFORM 520-WRITE-DETAIL-LINE THRU 520-EXIT
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-DETAIL-COUNT.
       590-CLOSE-REPORT.
           CLOSE SECURITY-REPORT-FILE.
       500-EXIT.

       510-WRITE-COUNT-LINE.
           MOVE SPACES TO SW-COUNT-LINE
           MOVE WS-SO-STORE (WS-SO-SUB) TO SWC-STORE
           MOVE WS-SO-OPERATOR (WS-SO-SUB) TO SWC-OPERATOR
           MOVE WS-SO-SIGNONS (WS-SO-SUB) TO SWC-SIGNONS
           MOVE WS-SO-FAILED (WS-SO-SUB) TO SWC-FAILED
           MOVE WS-SO-LOCKOUTS (WS-SO-SUB) TO SWC-LOCKOUTS
           MOVE WS-SO-REFUSED (WS-SO-SUB) TO SWC-REFUSED
           MOVE WS-SO-UNKNOWN (WS-SO-SUB) TO SWC-UNKNOWN
           MOVE WS-SO-RESETS (WS-SO-SUB) TO SWC-RESETS
           IF WS-SO-FAILED (WS-SO-SUB) > ZEROS
               OR WS-SO-UNKNOWN (WS-SO-SUB) > ZEROS
               MOVE " *" TO SWC-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE REPORT-RECORD FROM SW-COUNT-LINE
           ADD 1 TO WS-RECORDS-WRITTEN.
       510-EXIT.

       520-WRITE-DETAIL-LINE.
           MOVE WS-DT-ENTRY (WS-SO-SUB) TO SECURITY-LOG-RECORD
           MOVE SPACES TO SW-DETAIL-LINE
           MOVE SEC-DATE TO SWD-DATE
           MOVE SEC-TIME TO SWD-TIME
           MOVE SEC-OPERATOR TO SWD-OPERATOR
           MOVE SEC-STORE-NO TO SWD-STORE
           MOVE SEC-PROGRAM TO SWD-PROGRAM
           MOVE SEC-EVENT TO SWD-EVENT
           MOVE SEC-SUPERVISOR TO SWD-SUPERVISOR
           WRITE REPORT-RECORD FROM SW-DETAIL-LINE.
       520-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS THE RUN-LOG RECORD, STAMPED WITH
      * THE BUSINESS DATE.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "SECWKRPT" TO RL-PROGRAM-NAME
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
