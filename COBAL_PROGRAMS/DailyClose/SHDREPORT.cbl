       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SHDREPORT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Weekly secondhand-dealer report for the county. Reads the
      * used-bike intake log PROGRAM1 appends at every trade-in (see
      * copybooks/USEDBIKE.cpy) and lists every bike taken in during
      * the requested week in the county's layout: one entry per
      * intake giving the date and time, transaction (invoice)
      * number, the seller's name, address, and phone, the kind and
      * number of the identification the seller showed, and the
      * bike's serial, make, description, and the allowance paid.
      * A bike held because its serial was on the stolen-property
      * hotlist is reported too, marked HELD FOR POLICE, with no
      * allowance. The dealer's license number heads every page.
      * The finished report is spooled for printing and mailing.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the used-bike intake log.

       SELECT USED-BIKE-LOG
               ASSIGN TO UT-SYS-USEDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USEDLOG-STATUS.

      * Select statement for the printed report.

       SELECT DEALER-REPORT-FILE
               ASSIGN TO UT-SYS-SHDREPORT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the used-bike intake log.

       FD  USED-BIKE-LOG.
           COPY USEDBIKE.

      * File description for the printed report.

       FD  DEALER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                      PIC X(132).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-USEDLOG-STATUS               PIC XX.
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-TO-DATE                      PIC 9(8).
          05 WS-LICENSE-NO                   PIC X(15).
          05 WS-LINE-COUNT                   PIC 99    VALUE 99.
          05 WS-PAGE-COUNT                   PIC 999   VALUE 0.
          05 WS-INTAKE-COUNT                 PIC 9(5)  VALUE 0.
          05 WS-HELD-COUNT                   PIC 9(5)  VALUE 0.
          05 WS-ALLOWANCE-TOTAL              PIC 9(7)V99 VALUE 0.

      * Report lines.

       01 SH-HEADING1.
          05                                 PIC X(37)
                  VALUE "SECONDHAND DEALER REPORT - BICYCLES  ".
          05                                 PIC X(16)
                  VALUE "DEALER LICENSE  ".
          05 SHH-LICENSE                     PIC X(15).
          05                                 PIC X(9)
                                    VALUE "  PERIOD ".
          05 SHH-FROM                        PIC 9(8).
          05                                 PIC X(4)  VALUE " TO ".
          05 SHH-TO                          PIC 9(8).
          05                                 PIC X(25) VALUE SPACES.
          05                                 PIC X(5)  VALUE "PAGE ".
          05 SHH-PAGE                        PIC ZZ9.
          05                                 PIC X(2)  VALUE SPACES.

       01 SH-HEADING2.
          05                                 PIC X(10) VALUE "DATE".
          05                                 PIC X(9)  VALUE "TIME".
          05                                 PIC X(8)  VALUE "TRANS".
          05                                 PIC X(32)
                                    VALUE "SELLER NAME".
          05                                 PIC X(27)
                                    VALUE "SELLER ADDRESS".
          05                                 PIC X(24)
                                    VALUE "CITY / STATE / ZIP".
          05                                 PIC X(22)
                                    VALUE "PHONE".

       01 SH-HEADING3.
          05                                 PIC X(19) VALUE SPACES.
          05                                 PIC X(12) VALUE "ID TYPE".
          05                                 PIC X(22)
                                    VALUE "ID NUMBER".
          05                                 PIC X(22)
                                    VALUE "SERIAL NUMBER".
          05                                 PIC X(17) VALUE "MAKE".
          05                                 PIC X(27)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(13)
                                    VALUE "   ALLOWANCE".

       01 SH-DETAIL1.
          05 SHD-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-TIME                        PIC 99B99B99.
          05                                 PIC X(1)  VALUE SPACES.
          05 SHD-INVOICE                     PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-SELLER-NAME                 PIC X(30).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-SELLER-ADDRESS              PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-SELLER-CSZ                  PIC X(22).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-SELLER-PHONE                PIC X(15).
          05                                 PIC X(7)  VALUE SPACES.

       01 SH-DETAIL2.
          05                                 PIC X(19) VALUE SPACES.
          05 SHD-ID-TYPE                     PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-ID-NUMBER                   PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-SERIAL                      PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-MAKE                        PIC X(15).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-DESCRIPTION                 PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05 SHD-ALLOWANCE                   PIC $$,$$9.99.
          05                                 PIC X(1)  VALUE SPACE.
          05 SHD-HOLD-NOTE                   PIC X(3).

       01 SH-HELD-LINE.
          05                                 PIC X(19) VALUE SPACES.
          05                                 PIC X(60) VALUE
              "*** HELD FOR POLICE - SERIAL ON STOLEN-PROPERTY HOTLIST".
          05                                 PIC X(53) VALUE SPACES.

       01 SH-TOTAL-LINE1.
          05                                 PIC X(24)
                                    VALUE "BICYCLES TAKEN IN       ".
          05 SHT-INTAKE-COUNT                PIC ZZ,ZZ9.
          05                                 PIC X(16)
                                    VALUE "   ALLOWANCES   ".
          05 SHT-ALLOWANCE-TOTAL             PIC $$,$$$,$$9.99.
          05                                 PIC X(73) VALUE SPACES.

       01 SH-TOTAL-LINE2.
          05                                 PIC X(24)
                                    VALUE "HELD FOR POLICE         ".
          05 SHT-HELD-COUNT                  PIC ZZ,ZZ9.
          05                                 PIC X(102) VALUE SPACES.

      * Parameter block for the shared SPOOLER print spool.

       COPY SPOOLWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-USEDLOG                  PIC X(60)
          VALUE "C:\COBOL\UsedBikeIntake.txt".
          05 UT-SYS-SHDREPORT                PIC X(60)
          VALUE "C:\COBOL\SecondhandDealer.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           DISPLAY "ENTER WEEK START DATE (YYYYMMDD)"
           ACCEPT WS-FROM-DATE
           DISPLAY "ENTER WEEK END DATE (YYYYMMDD)"
           ACCEPT WS-TO-DATE
           DISPLAY "ENTER SECONDHAND DEALER LICENSE NUMBER"
           ACCEPT WS-LICENSE-NO
           PERFORM 100-INITIALIZATION-OPEN THRU 100-EXIT
           PERFORM 400-READ-REC UNTIL WS-EOF-FLAG = "YES"
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
           MOVE "F" TO SP-REQUEST
           MOVE "SHDREPORT" TO SP-REPORT-NAME
           MOVE UT-SYS-SHDREPORT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "DEALER REPORT SPOOLED TO " SP-SPOOL-PATH
           END-IF
       STOP RUN.

      ******************************************************************
      * 100-INITIALIZATION-OPEN OPENS THE FILES. A MISSING INTAKE LOG
      * MEANS NO TRADE-INS HAVE EVER BEEN TAKEN - THE COUNTY STILL
      * GETS A REPORT, WITH NONE LISTED.
      ******************************************************************
       100-INITIALIZATION-OPEN.
           OPEN INPUT USED-BIKE-LOG
           IF WS-USEDLOG-STATUS NOT = "00"
               MOVE "YES" TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT DEALER-REPORT-FILE
           MOVE WS-LICENSE-NO TO SHH-LICENSE
           MOVE WS-FROM-DATE TO SHH-FROM
           MOVE WS-TO-DATE TO SHH-TO.
       100-EXIT.

      ******************************************************************
      * 400-READ-REC READS THE INTAKE LOG UNTIL THERE ARE NO MORE
      * RECORDS, LISTING EVERY INTAKE INSIDE THE WEEK.
      ******************************************************************
       400-READ-REC.
           READ USED-BIKE-LOG
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   IF UBL-DATE NOT < WS-FROM-DATE
                       AND UBL-DATE NOT > WS-TO-DATE
                       PERFORM 510-WRITE-DETAILS THRU 510-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * 510-WRITE-DETAILS WRITES THE TWO-LINE ENTRY FOR ONE INTAKE (AND
      * THE HOLD LINE FOR A HOTLIST MATCH). AN INTAKE LOGGED BEFORE
      * THE SELLER AND ID WERE TAKEN PRINTS THEM BLANK.
      ******************************************************************
       510-WRITE-DETAILS.
           IF WS-LINE-COUNT > 50
               PERFORM 520-WRITE-HEADINGS THRU 520-EXIT
           END-IF
           MOVE UBL-DATE TO SHD-DATE
           IF UBL-TIME NUMERIC
               DIVIDE UBL-TIME BY 100 GIVING SHD-TIME
           ELSE
               MOVE ZEROS TO SHD-TIME
           END-IF
           MOVE UBL-INVOICE-NUMBER TO SHD-INVOICE
           MOVE UBL-SELLER-NAME TO SHD-SELLER-NAME
           MOVE UBL-SELLER-ADDRESS TO SHD-SELLER-ADDRESS
           MOVE UBL-SELLER-CITY-STATE-ZIP TO SHD-SELLER-CSZ
           MOVE UBL-SELLER-PHONE TO SHD-SELLER-PHONE
           WRITE REPORT-RECORD FROM SH-DETAIL1
            AFTER ADVANCING 2 LINES
           MOVE UBL-ID-TYPE TO SHD-ID-TYPE
           MOVE UBL-ID-NUMBER TO SHD-ID-NUMBER
           MOVE UBL-SERIAL TO SHD-SERIAL
           MOVE UBL-MAKE TO SHD-MAKE
           MOVE UBL-DESCRIPTION TO SHD-DESCRIPTION
           MOVE UBL-INTAKE-COST TO SHD-ALLOWANCE
           MOVE SPACES TO SHD-HOLD-NOTE
           IF UBL-POLICE-HOLD
               MOVE "***" TO SHD-HOLD-NOTE
           END-IF
           WRITE REPORT-RECORD FROM SH-DETAIL2
            AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           ADD 1 TO WS-INTAKE-COUNT
           ADD UBL-INTAKE-COST TO WS-ALLOWANCE-TOTAL
           IF UBL-POLICE-HOLD
               WRITE REPORT-RECORD FROM SH-HELD-LINE
                AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       510-EXIT.

      ******************************************************************
      * 520-WRITE-HEADINGS STARTS A NEW PAGE.
      ******************************************************************
       520-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO SHH-PAGE
           IF WS-PAGE-COUNT = 1
               WRITE REPORT-RECORD FROM SH-HEADING1
           ELSE
               WRITE REPORT-RECORD FROM SH-HEADING1
                AFTER ADVANCING PAGE
           END-IF
           WRITE REPORT-RECORD FROM SH-HEADING2
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM SH-HEADING3
            AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT.
       520-EXIT.

      ******************************************************************
      * 900-END-OF-JOB-RTN WRITES THE TOTALS AND CLOSES THE FILES.
      ******************************************************************
       900-END-OF-JOB-RTN.
           IF WS-PAGE-COUNT = 0
               PERFORM 520-WRITE-HEADINGS THRU 520-EXIT
           END-IF
           MOVE WS-INTAKE-COUNT TO SHT-INTAKE-COUNT
           MOVE WS-ALLOWANCE-TOTAL TO SHT-ALLOWANCE-TOTAL
           MOVE WS-HELD-COUNT TO SHT-HELD-COUNT
           WRITE REPORT-RECORD FROM SH-TOTAL-LINE1
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM SH-TOTAL-LINE2
            AFTER ADVANCING 1 LINE
           IF WS-USEDLOG-STATUS = "00"
               CLOSE USED-BIKE-LOG
           END-IF
           CLOSE DEALER-REPORT-FILE.
       900-EXIT.
