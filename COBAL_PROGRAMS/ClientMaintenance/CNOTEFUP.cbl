       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNOTEFUP.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly client contact follow-up list. Every desk records its
      * calls, visits and letters on the shared contact-notes file
      * through CNOTELOG (see copybooks/CONTNOTE.cpy), and a note can
      * carry the day the department means to get back to the
      * client. This lists, department by department, every note
      * whose follow-up day has come by the business date, with the
      * client's name and phone off the master and how many days
      * the follow-up is overdue.
      *
      * Only a client's latest note from a department counts: a later
      * note from the same department - the call back itself - is
      * what answers an earlier one, so a note stays on the list
      * until the department records the next contact. A later note
      * that sets a new follow-up day moves the reminder to that day.
      *
      * The list (ContactFollowUp.txt) is spooled for the morning,
      * and a client number no longer on the master is printed
      * without a name rather than dropped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the client contact notes file.

       SELECT CONTACT-NOTES-FILE
               ASSIGN TO UT-SYS-CONTNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTNOTE-STATUS.

      * Select statement for the shared indexed client master, read
      * by key for the name and phone.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the follow-up list.

       SELECT FOLLOWUP-REPORT-FILE
               ASSIGN TO UT-SYS-FUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the client contact notes file.

       FD  CONTACT-NOTES-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CONTNOTE.

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the follow-up list.

       FD  FOLLOWUP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                      PIC X(132).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CONTNOTE-STATUS              PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-MASTER-OPEN                  PIC XXX VALUE "NO".
          05 WS-NOTE-EOF                     PIC XXX VALUE "NO".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-DAYS-OVER                    PIC S9(7).
          05 WS-DEPT-SUB                     PIC 9.
          05 WS-DEPT-CODE                    PIC X.
          05 WS-DEPT-DUE                     PIC 9(5).
          05 WS-TOTAL-DUE                    PIC 9(5) VALUE 0.
          05 WS-NOTES-DROPPED                PIC 9(5) VALUE 0.
          05 WS-NOT-ON-MASTER                PIC 9(5) VALUE 0.

      * The departments in the order the list prints them.

       01 WS-DEPT-LIST.
          05 FILLER                          PIC X(9) VALUE "RREGISTER".
          05 FILLER                          PIC X(9) VALUE "SSERVICE ".
          05 FILLER                          PIC X(9) VALUE "TTRAVEL  ".
          05 FILLER                          PIC X(9) VALUE "AACCOUNTS".
       01 WS-DEPT-TABLE REDEFINES WS-DEPT-LIST.
          05 WS-DEPT-ENTRY OCCURS 4 TIMES.
             10 WS-DT-CODE                   PIC X.
             10 WS-DT-NAME                   PIC X(8).

      * The latest note per client and department, in the order each
      * pair was first seen. A later note for the pair replaces the
      * one held.

       01 WS-LATEST-TABLE.
          05 WS-LN-COUNT                     PIC 9(4) VALUE 0.
          05 WS-LN-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-LN-COUNT
               INDEXED BY LN-IDX.
             10 WS-LN-CLIENT-NO              PIC X(5).
             10 WS-LN-DEPARTMENT             PIC X.
             10 WS-LN-DATE                   PIC 9(8).
             10 WS-LN-OPERATOR               PIC X(4).
             10 WS-LN-TYPE                   PIC XX.
             10 WS-LN-FOLLOWUP               PIC 9(8).
             10 WS-LN-TEXT                   PIC X(60).

      * Report lines.

       01 RT-HEADING1.
          05                                 PIC X(40)
                    VALUE "CLIENT CONTACT FOLLOW-UPS DUE - AS OF ".
          05 RTH-AS-OF                       PIC 9(8).
          05                                 PIC X(84) VALUE SPACES.

       01 RT-DEPT-HEADING.
          05                                 PIC X(12)
                                    VALUE "DEPARTMENT: ".
          05 RTH-DEPT-NAME                   PIC X(8).
          05                                 PIC X(112) VALUE SPACES.

       01 RT-HEADING2.
          05                                 PIC X(42)
                  VALUE "CLNT  NAME                PHONE           ".
          05                                 PIC X(38)
                  VALUE "NOTED    OPER TY DUE DATE OVR NOTE    ".
          05                                 PIC X(52) VALUE SPACES.

       01 RT-DETAIL.
          05 RTD-CLIENT-NO                   PIC X(5).
          05                                 PIC X     VALUE SPACE.
          05 RTD-NAME                        PIC X(19).
          05                                 PIC X     VALUE SPACE.
          05 RTD-PHONE                       PIC X(15).
          05                                 PIC X     VALUE SPACE.
          05 RTD-NOTED                       PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 RTD-OPERATOR                    PIC X(4).
          05                                 PIC X     VALUE SPACE.
          05 RTD-TYPE                        PIC XX.
          05                                 PIC X     VALUE SPACE.
          05 RTD-FOLLOWUP                    PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 RTD-DAYS                        PIC ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RTD-TEXT                        PIC X(60).

       01 RT-NOTE.
          05 RTN-TEXT                        PIC X(132).

       01 RT-TOTAL.
          05 RTT-LABEL                       PIC X(40).
          05 RTT-COUNT                       PIC ZZZZ9.
          05                                 PIC X(87) VALUE SPACES.

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SPOOLER print spool.

       COPY SPOOLWS.

       01 WS-FILES.
          05 UT-SYS-CONTNOTE                 PIC X(60)
          VALUE "C:\COBOL\ContactNotes.txt".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-FUPRPT                   PIC X(60)
          VALUE "C:\COBOL\ContactFollowUp.txt".

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
           PERFORM 100-LOAD-NOTES THRU 100-EXIT
           PERFORM 400-WRITE-REPORT THRU 400-EXIT
           MOVE "F" TO SP-REQUEST
           MOVE "CNOTEFUP" TO SP-REPORT-NAME
           MOVE UT-SYS-FUPRPT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "FOLLOW-UP LIST SPOOLED TO " SP-SPOOL-PATH
           END-IF
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-NOTES READS THE NOTES FILE FRONT TO BACK, KEEPING
      * THE LATEST NOTE FOR EACH CLIENT AND DEPARTMENT. NO FILE MEANS
      * NO NOTES HAVE BEEN TAKEN AND NOTHING IS DUE.
      ******************************************************************
       100-LOAD-NOTES.
           OPEN INPUT CONTACT-NOTES-FILE
           IF WS-CONTNOTE-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-NOTE THRU 110-EXIT
               UNTIL WS-NOTE-EOF = "YES"
           CLOSE CONTACT-NOTES-FILE.
       100-EXIT.

       110-READ-NOTE.
           READ CONTACT-NOTES-FILE
               AT END
                   MOVE "YES" TO WS-NOTE-EOF
                   GO TO 110-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF NOT NT-VALID-DEPARTMENT
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 110-EXIT
           END-IF
           IF NT-FOLLOWUP-DATE NOT NUMERIC
               MOVE ZEROS TO NT-FOLLOWUP-DATE
           END-IF
           SET LN-IDX TO 1
           SEARCH WS-LN-ENTRY
               AT END
                   PERFORM 120-ADD-PAIR THRU 120-EXIT
               WHEN WS-LN-CLIENT-NO (LN-IDX) = NT-CLIENT-NO
                   AND WS-LN-DEPARTMENT (LN-IDX) = NT-DEPARTMENT
                   PERFORM 130-HOLD-NOTE THRU 130-EXIT
           END-SEARCH.
       110-EXIT.

       120-ADD-PAIR.
           IF WS-LN-COUNT = 5000
               ADD 1 TO WS-NOTES-DROPPED
               GO TO 120-EXIT
           END-IF
           ADD 1 TO WS-LN-COUNT
           SET LN-IDX TO WS-LN-COUNT
           MOVE NT-CLIENT-NO TO WS-LN-CLIENT-NO (LN-IDX)
           MOVE NT-DEPARTMENT TO WS-LN-DEPARTMENT (LN-IDX)
           PERFORM 130-HOLD-NOTE THRU 130-EXIT.
       120-EXIT.

       130-HOLD-NOTE.
           MOVE NT-DATE TO WS-LN-DATE (LN-IDX)
           MOVE NT-OPERATOR TO WS-LN-OPERATOR (LN-IDX)
           MOVE NT-CONTACT-TYPE TO WS-LN-TYPE (LN-IDX)
           MOVE NT-FOLLOWUP-DATE TO WS-LN-FOLLOWUP (LN-IDX)
           MOVE NT-NOTE-TEXT TO WS-LN-TEXT (LN-IDX).
       130-EXIT.

      ******************************************************************
      * 400-WRITE-REPORT PRINTS EACH DEPARTMENT'S DUE FOLLOW-UPS
      * UNDER ITS OWN HEADING, THEN THE TOTALS. THE MASTER IS ONLY
      * READ FOR NAMES - A MISSING MASTER STILL PRINTS THE LIST.
      ******************************************************************
       400-WRITE-REPORT.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS = "00"
               MOVE "YES" TO WS-MASTER-OPEN
           END-IF
           OPEN OUTPUT FOLLOWUP-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO RTH-AS-OF
           WRITE REPORT-RECORD FROM RT-HEADING1
           IF WS-MASTER-OPEN = "NO"
               MOVE "NO CLIENT MASTER ON HAND - NAMES AND PHONES NOT "
                 & "SHOWN" TO RTN-TEXT
               WRITE REPORT-RECORD FROM RT-NOTE
                AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 410-PRINT-DEPARTMENT THRU 410-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 4
           MOVE "FOLLOW-UPS DUE, ALL DEPARTMENTS" TO RTT-LABEL
           MOVE WS-TOTAL-DUE TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 2 LINES
           MOVE "CONTACT NOTES READ" TO RTT-LABEL
           MOVE WS-RECORDS-READ TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           IF WS-NOT-ON-MASTER > ZEROS
               MOVE "CLIENTS NO LONGER ON THE MASTER" TO RTT-LABEL
               MOVE WS-NOT-ON-MASTER TO RTT-COUNT
               WRITE REPORT-RECORD FROM RT-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-RECORDS-REJECTED > ZEROS
               MOVE "NOTES WITH NO VALID DEPARTMENT" TO RTT-LABEL
               MOVE WS-RECORDS-REJECTED TO RTT-COUNT
               WRITE REPORT-RECORD FROM RT-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-NOTES-DROPPED > ZEROS
               MOVE "NOTES BEYOND THE TABLE - NOT CHECKED" TO RTT-LABEL
               MOVE WS-NOTES-DROPPED TO RTT-COUNT
               WRITE REPORT-RECORD FROM RT-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           CLOSE FOLLOWUP-REPORT-FILE
           IF WS-MASTER-OPEN = "YES"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           DISPLAY "FOLLOW-UP LIST WRITTEN - " WS-TOTAL-DUE
               " FOLLOW-UPS DUE".
       400-EXIT.

       410-PRINT-DEPARTMENT.
           MOVE WS-DT-CODE (WS-DEPT-SUB) TO WS-DEPT-CODE
           MOVE WS-DT-NAME (WS-DEPT-SUB) TO RTH-DEPT-NAME
           MOVE ZEROS TO WS-DEPT-DUE
           WRITE REPORT-RECORD FROM RT-DEPT-HEADING
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM RT-HEADING2
            AFTER ADVANCING 1 LINE
           PERFORM 420-PRINT-NOTE THRU 420-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LN-COUNT
           IF WS-DEPT-DUE = ZEROS
               MOVE "  NO FOLLOW-UPS DUE" TO RTN-TEXT
               WRITE REPORT-RECORD FROM RT-NOTE
                AFTER ADVANCING 1 LINE
           ELSE
               MOVE "  FOLLOW-UPS DUE" TO RTT-LABEL
               MOVE WS-DEPT-DUE TO RTT-COUNT
               WRITE REPORT-RECORD FROM RT-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF.
       410-EXIT.

      * A note is due when it is the department's latest for the
      * client and its follow-up day is on or before the business
      * date.

       420-PRINT-NOTE.
           IF WS-LN-DEPARTMENT (LN-IDX) NOT = WS-DEPT-CODE
               OR WS-LN-FOLLOWUP (LN-IDX) = ZEROS
               OR WS-LN-FOLLOWUP (LN-IDX) > WS-BUSINESS-DATE
               GO TO 420-EXIT
           END-IF
           MOVE WS-LN-CLIENT-NO (LN-IDX) TO RTD-CLIENT-NO
           MOVE SPACES TO RTD-NAME RTD-PHONE
           IF WS-MASTER-OPEN = "YES"
               MOVE WS-LN-CLIENT-NO (LN-IDX) TO CM-CLIENT-NO
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO RTD-NAME
                       ADD 1 TO WS-NOT-ON-MASTER
                   NOT INVALID KEY
                       MOVE CM-CLIENT-NAME TO RTD-NAME
                       MOVE CM-CLIENT-PHONE TO RTD-PHONE
               END-READ
           END-IF
           MOVE WS-LN-DATE (LN-IDX) TO RTD-NOTED
           MOVE WS-LN-OPERATOR (LN-IDX) TO RTD-OPERATOR
           MOVE WS-LN-TYPE (LN-IDX) TO RTD-TYPE
           MOVE WS-LN-FOLLOWUP (LN-IDX) TO RTD-FOLLOWUP
           COMPUTE WS-DAYS-OVER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-LN-FOLLOWUP (LN-IDX))
           IF WS-DAYS-OVER > 999
               MOVE 999 TO WS-DAYS-OVER
           END-IF
           MOVE WS-DAYS-OVER TO RTD-DAYS
           MOVE WS-LN-TEXT (LN-IDX) TO RTD-TEXT
           WRITE REPORT-RECORD FROM RT-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-DEPT-DUE
           ADD 1 TO WS-TOTAL-DUE
           ADD 1 TO WS-RECORDS-WRITTEN.
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
           MOVE "CNOTEFUP" TO RL-PROGRAM-NAME
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
