       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DAYSUM.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly daily sales summary step. Has the shared SUMBUILD
      * builder (see copybooks/SUMBLDWS.cpy) rebuild the daily sales
      * summary (see copybooks/DLYSALES.cpy) from the invoice history
      * and the void log - one record per invoice per sale date,
      * voids already netted - which ZREPORT, GLEXTRACT, CARDRECON,
      * DAILYPROOF, OPERSALES, TAXREMIT, LOSSPREV, and VOIDRECON read
      * in place of the raw history, so all eight give one answer.
      *
      * The summary's control record proves it against the raw
      * history - invoices, history lines, invoice dollars, tender
      * dollars - and this step prints that proof. Out of balance,
      * or a summary that could not be written, ends the run with a
      * nonzero RETURN-CODE and stops the nightly stream before any
      * scheduled reader uses it. Only a good run is written to the
      * run log. No invoice history on file is reported, not failed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the printed proof.

       SELECT PROOF-REPORT-FILE
               ASSIGN TO UT-SYS-SUMPROOF
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the printed proof.

       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-DIFFERENCE                   PIC S9(9)V99.
          05 WS-COUNT-DIFF                   PIC S9(7).

      * Report lines.

       01 DS-HEADING1.
          05                                 PIC X(46) VALUE
               "DAILY SALES SUMMARY PROOF - BUSINESS DATE    ".
          05 DSH-DATE                        PIC 9(8).
          05                                 PIC X(26) VALUE SPACES.

       01 DS-HEADING2.
          05                                 PIC X(24) VALUE SPACES.
          05                                 PIC X(16) VALUE
               "     RAW HISTORY".
          05                                 PIC X(16) VALUE
               "         SUMMARY".
          05                                 PIC X(16) VALUE
               "      DIFFERENCE".
          05                                 PIC X(8)  VALUE SPACES.

       01 DS-COUNT-LINE.
          05 DSC-LABEL                       PIC X(24).
          05                                 PIC X(5)  VALUE SPACES.
          05 DSC-HISTORY                     PIC Z,ZZZ,ZZ9.
          05                                 PIC X(7)  VALUE SPACES.
          05 DSC-SUMMARY                     PIC Z,ZZZ,ZZ9.
          05                                 PIC X(6)  VALUE SPACES.
          05 DSC-DIFFERENCE                  PIC -Z,ZZZ,ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSC-STATUS                      PIC X(3).
          05                                 PIC X(5)  VALUE SPACES.

       01 DS-AMOUNT-LINE.
          05 DSA-LABEL                       PIC X(24).
          05 DSA-HISTORY                     PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSA-SUMMARY                     PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 DSA-DIFFERENCE                  PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSA-STATUS                      PIC X(3).
          05                                 PIC X(6)  VALUE SPACES.

       01 DS-VOID-LINE.
          05                                 PIC X(24) VALUE
               "VOIDED INVOICES NETTED".
          05                                 PIC X(5)  VALUE SPACES.
          05 DSV-COUNT                       PIC Z,ZZZ,ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSV-AMOUNT                      PIC ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(26) VALUE SPACES.

       01 DS-MESSAGE-LINE.
          05 DSM-TEXT                        PIC X(80).

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SPOOLER print spool - the
      * finished proof is spooled in one call at end of run.

       COPY SPOOLWS.

       01 WS-FILES.
          05 UT-SYS-SUMPROOF                 PIC X(60)
          VALUE "C:\COBOL\DailySalesProof.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE BUILDS THE SUMMARY, PRINTS ITS PROOF, AND ENDS
      * WITH A NONZERO RETURN-CODE WHEN IT DOES NOT BALANCE.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSDATE-X
           MOVE "B" TO SB-REQUEST
           MOVE "DAYSUM" TO SB-PROGRAM
           MOVE BD-BUSINESS-DATE TO SB-BUSINESS-DATE
           MOVE ZEROS TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           IF SB-RESULT = "B" OR SB-RESULT = "F"
               DISPLAY "DAILY SALES SUMMARY NOT BUILT FOR "
                   BD-BUSINESS-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE BD-BUSINESS-DATE TO DSH-DATE
           WRITE REPORT-RECORD FROM DS-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM DS-HEADING2
           PERFORM 200-WRITE-PROOF THRU 200-EXIT
           PERFORM 600-WRITE-VERDICT THRU 600-EXIT
           CLOSE PROOF-REPORT-FILE
           MOVE "F" TO SP-REQUEST
           MOVE "DAYSUM" TO SP-REPORT-NAME
           MOVE UT-SYS-SUMPROOF TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SB-RESULT = "X"
               DISPLAY "DAILY SALES SUMMARY OUT OF BALANCE WITH THE "
                   "INVOICE HISTORY - SEE " UT-SYS-SUMPROOF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SB-RESULT = "N"
               DISPLAY "NO INVOICE HISTORY ON FILE - EMPTY DAILY "
                   "SALES SUMMARY WRITTEN"
           ELSE
               DISPLAY "DAILY SALES SUMMARY BUILT - " SB-SUM-INVOICES
                   " INVOICES, " SB-VOIDED-COUNT " VOIDED"
           END-IF
           MOVE SB-HIST-LINES TO WS-RECORDS-READ
           MOVE SB-SUM-INVOICES TO WS-RECORDS-WRITTEN
           MOVE SB-VOIDED-COUNT TO WS-RECORDS-REJECTED
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 200-WRITE-PROOF PRINTS EACH CONTROL FIGURE OFF THE RAW HISTORY
      * BESIDE THE SAME FIGURE ADDED BACK UP OFF THE SUMMARY.
      ******************************************************************
       200-WRITE-PROOF.
           MOVE "INVOICES" TO DSC-LABEL
           MOVE SB-HIST-INVOICES TO DSC-HISTORY
           MOVE SB-SUM-INVOICES TO DSC-SUMMARY
           COMPUTE WS-COUNT-DIFF = SB-SUM-INVOICES - SB-HIST-INVOICES
           PERFORM 210-WRITE-COUNT THRU 210-EXIT
           MOVE "HISTORY LINES" TO DSC-LABEL
           MOVE SB-HIST-LINES TO DSC-HISTORY
           MOVE SB-SUM-LINES TO DSC-SUMMARY
           COMPUTE WS-COUNT-DIFF = SB-SUM-LINES - SB-HIST-LINES
           PERFORM 210-WRITE-COUNT THRU 210-EXIT
           MOVE "INVOICE DOLLARS" TO DSA-LABEL
           MOVE SB-HIST-TOTAL TO DSA-HISTORY
           MOVE SB-SUM-TOTAL TO DSA-SUMMARY
           COMPUTE WS-DIFFERENCE = SB-SUM-TOTAL - SB-HIST-TOTAL
           PERFORM 220-WRITE-AMOUNT THRU 220-EXIT
           MOVE "TENDER DOLLARS" TO DSA-LABEL
           MOVE SB-HIST-TENDERS TO DSA-HISTORY
           MOVE SB-SUM-TENDERS TO DSA-SUMMARY
           COMPUTE WS-DIFFERENCE = SB-SUM-TENDERS - SB-HIST-TENDERS
           PERFORM 220-WRITE-AMOUNT THRU 220-EXIT
           MOVE SB-VOIDED-COUNT TO DSV-COUNT
           MOVE SB-VOIDED-TOTAL TO DSV-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM DS-VOID-LINE.
       200-EXIT.

       210-WRITE-COUNT.
           MOVE WS-COUNT-DIFF TO DSC-DIFFERENCE
           IF WS-COUNT-DIFF = ZEROS
               MOVE "OK" TO DSC-STATUS
           ELSE
               MOVE "***" TO DSC-STATUS
           END-IF
           WRITE REPORT-RECORD FROM DS-COUNT-LINE.
       210-EXIT.

       220-WRITE-AMOUNT.
           MOVE WS-DIFFERENCE TO DSA-DIFFERENCE
           IF WS-DIFFERENCE = ZEROS
               MOVE "OK" TO DSA-STATUS
           ELSE
               MOVE "***" TO DSA-STATUS
           END-IF
           WRITE REPORT-RECORD FROM DS-AMOUNT-LINE.
       220-EXIT.

      ******************************************************************
      * 600-WRITE-VERDICT CLOSES THE PROOF WITH ITS ONE-LINE ANSWER.
      ******************************************************************
       600-WRITE-VERDICT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE SB-RESULT
               WHEN "G"
                   MOVE "SUMMARY IN BALANCE WITH THE INVOICE HISTORY"
                       TO DSM-TEXT
               WHEN "N"
                   MOVE "NO INVOICE HISTORY ON FILE - SUMMARY IS EMPTY"
                       TO DSM-TEXT
               WHEN OTHER
                   MOVE "*** SUMMARY OUT OF BALANCE - NIGHTLY STREAM STO
      -                "PPED ***" TO DSM-TEXT
           END-EVALUATE
           WRITE REPORT-RECORD FROM DS-MESSAGE-LINE.
       600-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS THIS RUN'S RECORD TO THE SHARED RUN
      * LOG, STAMPED WITH THE BUSINESS DATE.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "DAYSUM" TO RL-PROGRAM-NAME
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
