       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIENTSG.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Monthly client value segmentation across the three
      * businesses that share the client master (see copybooks/
      * CLIENTMS.cpy): the bike shop's invoice history, PROJECT1's
      * client sales file and the travel booking master. For every
      * client on the master it works out
      *
      *   RECENCY    the date of the last purchase in any business
      *   FREQUENCY  the purchases made in the 24 months to the
      *              business date
      *   MONETARY   the net spend over those 24 months
      *
      * scores each 1-3, and places the client in a segment -
      * champion, regular, one-time, at-risk, lapsed, or no purchase
      * (the rules are in 610-SCORE-CLIENT). The segment code, the
      * scores and the client's lifetime value - net spend in home
      * currency over everything on file - go to the client-profile
      * file (see copybooks/CLPROFIL.cpy), rewritten in full each
      * run with last month's segment carried as the prior segment.
      *
      * What counts as a purchase:
      *
      *   BIKE SHOP     one per invoice (the history carries the
      *                 invoice totals on every bike line), valued at
      *                 the invoice total; voided invoices are left
      *                 out and walk-in invoices with no client
      *                 number are not anyone's
      *   CLIENT SALES  each SAL transaction, at its final sale;
      *                 RET and ADJ records only move the spend
      *   TRAVEL        each active booking, dated when booked (the
      *                 trip date on an older booking with no booked
      *                 date), converted to home currency at the rate
      *                 in force on that date the way PROGRAM3 takes
      *                 its rates; cancelled and waitlisted bookings
      *                 are not purchases. A booking in a currency
      *                 with no rate on file still counts as a
      *                 purchase but adds nothing to spend, and the
      *                 report says how many there were.
      *
      * Like every numeric client number here, a booking's client
      * number is zero-padded to the master's five before matching.
      * An undated sale counts toward lifetime value but not toward
      * recency or the 24-month figures.
      *
      * The segment report (ClientSegments.txt) shows the count and
      * lifetime value per segment against last month, and every
      * movement between segments since. Clients who have bought
      * from only one business in the 24 months go to a cross-sell
      * list of their own (CrossSell.txt) with the businesses to
      * offer them; inactive clients are left off it.
      *
      * Runs from the processing calendar on the last business day
      * of the month ("J" line CLIENTSG, frequency M) and asks
      * nothing, so it is the same at the desk.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared client master file.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the client-profile file - read for last
      * month's segments, then rewritten.

       SELECT PROFILE-FILE
               ASSIGN TO UT-SYS-PROFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

      * Select statement for the invoice history file.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the invoice void log.

       SELECT INVOICE-VOID-FILE
               ASSIGN TO UT-SYS-VOIDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

      * Select statement for PROJECT1's sales data file.

       SELECT SALES-DATA-FILE
               ASSIGN TO UT-SYS-OUTDAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTDAT-STATUS.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
               ASSIGN TO UT-SYS-BOOKING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOKING-NO
               FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the dated exchange-rate file.

       SELECT EXCHANGE-RATE-FILE
               ASSIGN TO UT-SYS-EXRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRFILE-STATUS.

      * Select statement for the segment report.

       SELECT SEGMENT-REPORT-FILE
               ASSIGN TO UT-SYS-SEGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the cross-sell list.

       SELECT CROSS-SELL-FILE
               ASSIGN TO UT-SYS-XSELL
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file - one record
      * per run, so the nightly stream's missed-run detection covers
      * this job the way it covers the nightly four.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared client master file.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the client-profile file.

       FD  PROFILE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLPROFIL.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the invoice void log.

       FD  INVOICE-VOID-FILE.
           COPY INVVOID.

      * File description for PROJECT1's sales data file - must stay
      * in step with OUTPUT-RECORD-DATA in Project_1_Use_This_One.cbl.

       FD  SALES-DATA-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  SALES-DATA-RECORD.
           05 SD-CLIENT-NO                    PIC X(5).
           05                                 PIC X(45).
           05 SD-TOTAL-SALE                   PIC S9(4)V99.
           05 SD-SALES-TAX                    PIC S9(3)V99.
           05 SD-FINAL-SALE                   PIC S9(4)V99.
           05 SD-TRANS-TYPE                   PIC XXX.
           05                                 PIC X(14).
           05 SD-TRANS-DATE                   PIC X(8).

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the exchange-rate file.

       FD  EXCHANGE-RATE-FILE.
       COPY EXCHRATE.

      * File description for the segment report.

       FD  SEGMENT-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REPORT-RECORD                      PIC X(90).

      * File description for the cross-sell list.

       FD  CROSS-SELL-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  CROSS-SELL-RECORD                  PIC X(110).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-PROFILE-STATUS               PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-OUTDAT-STATUS                PIC XX.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-EXRFILE-STATUS               PIC XX.
          05 WS-MASTER-EOF                   PIC XXX VALUE "NO".
          05 WS-FILE-EOF                     PIC XXX.
          05 WS-CLIENT-FOUND                 PIC XXX.
          05 WS-VOID-FOUND                   PIC XXX.
          05 WS-EXR-RATE-FOUND               PIC XXX.
          05 WS-WORK-CLIENT-NO               PIC X(5).
          05 WS-WORK-CLIENT-NUM              PIC 9(5).
          05 WS-WORK-DATE                    PIC 9(8).
          05 WS-WORK-AMOUNT                  PIC S9(7)V99.
          05 WS-WORK-PURCHASE                PIC XXX.
          05 WS-WORK-BUSINESS                PIC X.
          05 WS-LAST-INVOICE-NO              PIC 9(6) VALUE 0.
          05 WS-EXR-BEST-DATE                PIC 9(8).
          05 WS-EXR-RATE-USED                PIC 9(3)V9(4).
          05 WS-SUB                          PIC 999.
          05 WS-SEG-SUB                      PIC 9.
          05 WS-FROM-SUB                     PIC 9.
          05 WS-TO-SUB                       PIC 9.
          05 WS-FIND-CODE                    PIC X.
          05 WS-BUSINESS-COUNT               PIC 9.
          05 WS-DATE-INT                     PIC 9(7).
          05 WS-RECENT-CUTOFF                PIC 9(8).
          05 WS-YEAR-CUTOFF                  PIC 9(8).
          05 WS-WINDOW-START                 PIC 9(8).
          05 WS-MOVE-COUNT                   PIC 9(5) VALUE 0.
          05 WS-XSELL-COUNT                  PIC 9(5) VALUE 0.
          05 WS-UNVALUED-COUNT               PIC 9(5) VALUE 0.
          05 WS-TOTAL-PRIOR                  PIC 9(5) VALUE 0.
          05 WS-TOTAL-NOW                    PIC 9(5) VALUE 0.
          05 WS-TOTAL-LTV                    PIC S9(9)V99 VALUE 0.

      * Scoring limits. Recency scores 3 for a purchase within the
      * last 90 days, 2 within the year, 1 otherwise; frequency and
      * spend score 3 at or above the upper limit, 2 at or above the
      * lower, 1 below.

       01 WS-SCORE-LIMITS.
          05 WS-RECENT-DAYS                  PIC 999 VALUE 90.
          05 WS-FREQ-HIGH                    PIC 9(5) VALUE 6.
          05 WS-FREQ-MID                     PIC 9(5) VALUE 3.
          05 WS-SPEND-HIGH                   PIC 9(7)V99 VALUE 5000.
          05 WS-SPEND-MID                    PIC 9(7)V99 VALUE 1000.
          05 WS-R-SCORE                      PIC 9.
          05 WS-F-SCORE                      PIC 9.
          05 WS-M-SCORE                      PIC 9.
          05 WS-FM-SCORE                     PIC 99.
          05 WS-NEW-SEGMENT                  PIC X.

      * Segment codes and names in report order. The seventh entry
      * is the prior "segment" of a client on their first run.

       01 WS-SEGMENT-VALUES.
          05 FILLER            PIC X(15) VALUE "CCHAMPION      ".
          05 FILLER            PIC X(15) VALUE "RREGULAR       ".
          05 FILLER            PIC X(15) VALUE "OONE-TIME      ".
          05 FILLER            PIC X(15) VALUE "AAT RISK       ".
          05 FILLER            PIC X(15) VALUE "LLAPSED        ".
          05 FILLER            PIC X(15) VALUE "NNO PURCHASE   ".
          05 FILLER            PIC X(15) VALUE " NEW TO PROFILE".
       01 WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-VALUES.
          05 WS-SEGMENT-ENTRY OCCURS 7 TIMES
               INDEXED BY SEG-IDX.
             10 WS-SEG-CODE                  PIC X.
             10 WS-SEG-NAME                  PIC X(14).

      * Counts and lifetime value per segment, and the movement
      * counts from each prior segment (rows, including new to
      * profile) to each current segment (columns).

       01 WS-SEGMENT-TOTALS.
          05 WS-SEG-TOTAL OCCURS 7 TIMES.
             10 WS-SEG-PRIOR-COUNT           PIC 9(5).
             10 WS-SEG-NOW-COUNT             PIC 9(5).
             10 WS-SEG-LTV                   PIC S9(9)V99.
             10 WS-SEG-MOVE-TO OCCURS 6 TIMES PIC 9(5).

      * Every master record, with the activity gathered for it.

       01 WS-CLIENT-TABLE.
          05 WS-CL-COUNT                     PIC 999 VALUE 0.
          05 WS-CL-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CL-COUNT
               INDEXED BY CL-IDX.
             10 WS-CL-CLIENT-NO              PIC X(5).
             10 WS-CL-NAME                   PIC X(25).
             10 WS-CL-PHONE                  PIC X(15).
             10 WS-CL-ACTIVE-FLAG            PIC X.
             10 WS-CL-PRIOR-SEG              PIC X.
             10 WS-CL-LAST-DATE              PIC 9(8).
             10 WS-CL-LIFE-COUNT             PIC 9(5).
             10 WS-CL-FREQ-24                PIC 9(5).
             10 WS-CL-SPEND-24               PIC S9(7)V99.
             10 WS-CL-LIFETIME               PIC S9(7)V99.
             10 WS-CL-BIKE-FLAG              PIC X.
             10 WS-CL-SALES-FLAG             PIC X.
             10 WS-CL-TRAVEL-FLAG            PIC X.

      * Voided invoice numbers off the void log.

       01 WS-VOID-TABLE.
          05 WS-VOIDTBL-COUNT                PIC 999 VALUE 0.
          05 WS-VOIDTBL-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-VOIDTBL-COUNT
               INDEXED BY VD-IDX.
             10 WS-VOIDTBL-NUMBER            PIC 9(6).

      * Exchange rates off the dated rate file.

       01 WS-EXR-TABLE.
          05 WS-EXR-COUNT                    PIC 99 VALUE 0.
          05 WS-EXR-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-EXR-COUNT
               INDEXED BY EXR-IDX.
             10 WS-EXR-TBL-CURRENCY          PIC X(3).
             10 WS-EXR-TBL-RATE              PIC 9(3)V9(4).
             10 WS-EXR-TBL-EFF-DATE          PIC 9(8).

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSINESS-DATE                   PIC 9(8).
       01 WS-BUSDATE-X                       PIC X(8).

      * Segment report lines.

       01 SG-HEADING.
          05                                 PIC X(36) VALUE
               "CLIENT VALUE SEGMENTATION   RUN FOR ".
          05 SGH-DATE                        PIC 9(8).
          05                                 PIC X(46) VALUE SPACES.

       01 SG-SECTION-LINE.
          05 SGS-TITLE                       PIC X(50).
          05                                 PIC X(40) VALUE SPACES.

       01 SG-COLUMN-LINE.
          05                                 PIC X(16)
                                    VALUE "SEGMENT".
          05                                 PIC X(12)
                                    VALUE "  LAST MONTH".
          05                                 PIC X(12)
                                    VALUE "  THIS MONTH".
          05                                 PIC X(10)
                                    VALUE "    CHANGE".
          05                                 PIC X(18)
                                    VALUE "    LIFETIME VALUE".
          05                                 PIC X(22) VALUE SPACES.

       01 SG-COUNT-LINE.
          05 SGC-NAME                        PIC X(14).
          05                                 PIC X(2)  VALUE SPACES.
          05 SGC-PRIOR                       PIC Z(11)9.
          05 SGC-NOW                         PIC Z(11)9.
          05 SGC-CHANGE                      PIC -(9)9.
          05                                 PIC X(3)  VALUE SPACES.
          05 SGC-LTV                         PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(22) VALUE SPACES.

       01 SG-MOVE-LINE.
          05 SGM-FROM                        PIC X(14).
          05                                 PIC X(4)  VALUE " TO ".
          05 SGM-TO                          PIC X(14).
          05 SGM-COUNT                       PIC ZZZZ9.
          05                                 PIC X(9)  VALUE " CLIENTS".
          05                                 PIC X(44) VALUE SPACES.

       01 SG-NOTE-LINE.
          05 SGN-TEXT                        PIC X(45).
          05 SGN-COUNT                       PIC ZZZZ9.
          05                                 PIC X(40) VALUE SPACES.

      * Cross-sell list lines.

       01 XS-HEADING.
          05                                 PIC X(38) VALUE
               "CROSS-SELL LIST - ONE BUSINESS ONLY  ".
          05                                 PIC X(8)  VALUE "RUN FOR ".
          05 XSH-DATE                        PIC 9(8).
          05                                 PIC X(56) VALUE SPACES.

       01 XS-COLUMN-LINE.
          05                                 PIC X(6)  VALUE "CL NO".
          05                                 PIC X(26) VALUE "NAME".
          05                                 PIC X(16) VALUE "PHONE".
          05                                 PIC X(13)
                                    VALUE "BUYS FROM".
          05                                 PIC X(9)  VALUE "LAST BUY".
          05                                 PIC X(10) VALUE "SEGMENT".
          05                                 PIC X(11)
                                    VALUE "   LIFETIME".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(15)
                                    VALUE "OFFER".
          05                                 PIC X(2)  VALUE SPACES.

       01 XS-DETAIL.
          05 XSD-CLIENT-NO                   PIC X(5).
          05                                 PIC X     VALUE SPACE.
          05 XSD-NAME                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 XSD-PHONE                       PIC X(15).
          05                                 PIC X     VALUE SPACE.
          05 XSD-BUSINESS                    PIC X(12).
          05                                 PIC X     VALUE SPACE.
          05 XSD-LAST-DATE                   PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 XSD-SEGMENT                     PIC X(9).
          05                                 PIC X     VALUE SPACE.
          05 XSD-LTV                         PIC -ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 XSD-OFFER                       PIC X(15).
          05                                 PIC X(2)  VALUE SPACES.

       01 XS-TOTAL-LINE.
          05                                 PIC X(30)
                                    VALUE "CLIENTS ON THE LIST".
          05 XST-COUNT                       PIC ZZZZ9.
          05                                 PIC X(75) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-PROFILE                  PIC X(60)
          VALUE "C:\COBOL\ClientProfile.txt".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-VOIDFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceVoid.txt".
          05 UT-SYS-OUTDAT                   PIC X(60)
          VALUE "C:\COBOL\outDAT.txt".
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-EXRFILE                  PIC X(60)
          VALUE "C:\COBOL\ExchangeRates.txt".
          05 UT-SYS-SEGRPT                   PIC X(60)
          VALUE "C:\COBOL\ClientSegments.txt".
          05 UT-SYS-XSELL                    PIC X(60)
          VALUE "C:\COBOL\CrossSell.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE MASTER AND LAST MONTH'S PROFILE,
      * GATHERS EVERY CLIENT'S PURCHASES FROM THE THREE BUSINESSES,
      * THEN SCORES THEM, REWRITES THE PROFILE AND PRINTS THE REPORT.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - WS-RECENT-DAYS
           COMPUTE WS-RECENT-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           COMPUTE WS-YEAR-CUTOFF = WS-BUSINESS-DATE - 10000
           COMPUTE WS-WINDOW-START = WS-BUSINESS-DATE - 20000
           INITIALIZE WS-SEGMENT-TOTALS
           PERFORM 100-LOAD-MASTER THRU 100-EXIT
           PERFORM 150-LOAD-PRIOR-PROFILE THRU 150-EXIT
           PERFORM 170-LOAD-VOIDS THRU 170-EXIT
           PERFORM 180-LOAD-RATES THRU 180-EXIT
           PERFORM 200-SCAN-HISTORY THRU 200-EXIT
           PERFORM 300-SCAN-SALES-DATA THRU 300-EXIT
           PERFORM 400-SCAN-BOOKINGS THRU 400-EXIT
           OPEN OUTPUT PROFILE-FILE
           OPEN OUTPUT CROSS-SELL-FILE
           MOVE WS-BUSINESS-DATE TO XSH-DATE
           WRITE CROSS-SELL-RECORD FROM XS-HEADING
           WRITE CROSS-SELL-RECORD FROM XS-COLUMN-LINE
            AFTER ADVANCING 2 LINES
           PERFORM 610-SCORE-CLIENT THRU 610-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CL-COUNT
           MOVE WS-XSELL-COUNT TO XST-COUNT
           WRITE CROSS-SELL-RECORD FROM XS-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           CLOSE PROFILE-FILE
           CLOSE CROSS-SELL-FILE
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
           DISPLAY "CLIENT SEGMENTATION WRITTEN - " WS-CL-COUNT
               " CLIENTS, " WS-MOVE-COUNT " MOVED, " WS-XSELL-COUNT
               " ON THE CROSS-SELL LIST"
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-MASTER READS THE WHOLE CLIENT MASTER INTO THE TABLE.
      ******************************************************************
       100-LOAD-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               DISPLAY "CLIENT MASTER NOT FOUND - STATUS "
                   WS-CLIENTMS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-READ-MASTER THRU 110-EXIT
               UNTIL WS-MASTER-EOF = "YES"
           CLOSE CLIENT-MASTER-FILE.
       100-EXIT.

       110-READ-MASTER.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF WS-CL-COUNT < 500
                       ADD 1 TO WS-CL-COUNT
                       SET CL-IDX TO WS-CL-COUNT
                       INITIALIZE WS-CL-ENTRY (CL-IDX)
                       MOVE CM-CLIENT-NO TO WS-CL-CLIENT-NO (CL-IDX)
                       MOVE CM-CLIENT-NAME TO WS-CL-NAME (CL-IDX)
                       MOVE CM-CLIENT-PHONE TO WS-CL-PHONE (CL-IDX)
                       MOVE CM-ACTIVE-FLAG
                           TO WS-CL-ACTIVE-FLAG (CL-IDX)
                   ELSE
                       ADD 1 TO WS-RECORDS-REJECTED
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-PRIOR-PROFILE TAKES EACH CLIENT'S SEGMENT FROM THE
      * PROFILE FILE AS IT STANDS. A PROFILE ALREADY WRITTEN THIS
      * MONTH MEANS A RERUN, SO ITS OWN PRIOR SEGMENT IS KEPT. NO
      * PROFILE FILE MEANS THE FIRST RUN - EVERY CLIENT IS NEW.
      ******************************************************************
       150-LOAD-PRIOR-PROFILE.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-PRIOR THRU 160-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE PROFILE-FILE.
       150-EXIT.

       160-READ-PRIOR.
           READ PROFILE-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   MOVE CP-CLIENT-NO TO WS-WORK-CLIENT-NO
                   PERFORM 500-FIND-CLIENT THRU 500-EXIT
                   IF WS-CLIENT-FOUND = "YES"
                       IF CP-RUN-DATE (1:6) = WS-BUSINESS-DATE (1:6)
                           MOVE CP-PRIOR-SEGMENT
                               TO WS-CL-PRIOR-SEG (CL-IDX)
                       ELSE
                           MOVE CP-SEGMENT-CODE
                               TO WS-CL-PRIOR-SEG (CL-IDX)
                       END-IF
                   END-IF
           END-READ.
       160-EXIT.

      ******************************************************************
      * 170-LOAD-VOIDS READS THE VOID LOG INTO THE TABLE.
      ******************************************************************
       170-LOAD-VOIDS.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT INVOICE-VOID-FILE
           IF WS-VOIDFILE-STATUS NOT = "00"
               GO TO 170-EXIT
           END-IF
           PERFORM 175-READ-VOID THRU 175-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE INVOICE-VOID-FILE.
       170-EXIT.

       175-READ-VOID.
           READ INVOICE-VOID-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   IF WS-VOIDTBL-COUNT < 500
                       ADD 1 TO WS-VOIDTBL-COUNT
                       MOVE VOID-INVOICE-NUMBER
                           TO WS-VOIDTBL-NUMBER (WS-VOIDTBL-COUNT)
                   END-IF
           END-READ.
       175-EXIT.

      ******************************************************************
      * 180-LOAD-RATES READS THE DATED EXCHANGE-RATE FILE.
      ******************************************************************
       180-LOAD-RATES.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXRFILE-STATUS NOT = "00"
               GO TO 180-EXIT
           END-IF
           PERFORM 185-READ-RATE THRU 185-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE EXCHANGE-RATE-FILE.
       180-EXIT.

       185-READ-RATE.
           READ EXCHANGE-RATE-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   IF WS-EXR-COUNT < 50
                       ADD 1 TO WS-EXR-COUNT
                       SET EXR-IDX TO WS-EXR-COUNT
                       MOVE XR-CURRENCY
                           TO WS-EXR-TBL-CURRENCY (EXR-IDX)
                       MOVE XR-RATE TO WS-EXR-TBL-RATE (EXR-IDX)
                       MOVE XR-EFFECTIVE-DATE
                           TO WS-EXR-TBL-EFF-DATE (EXR-IDX)
                   END-IF
           END-READ.
       185-EXIT.

      ******************************************************************
      * 200-SCAN-HISTORY POSTS ONE PURCHASE PER INVOICE. THE LINES OF
      * AN INVOICE ARE WRITTEN TOGETHER, SO A CHANGE OF INVOICE
      * NUMBER STARTS THE NEXT ONE.
      ******************************************************************
       200-SCAN-HISTORY.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-HISTORY THRU 210-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE INVOICE-HISTORY-FILE.
       200-EXIT.

       210-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF HIST-INVOICE-NUMBER = WS-LAST-INVOICE-NO
               GO TO 210-EXIT
           END-IF
           MOVE HIST-INVOICE-NUMBER TO WS-LAST-INVOICE-NO
           IF HIST-CLIENT-NO = SPACES
               GO TO 210-EXIT
           END-IF
           MOVE "NO" TO WS-VOID-FOUND
           IF WS-VOIDTBL-COUNT > 0
               SET VD-IDX TO 1
               SEARCH WS-VOIDTBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VOIDTBL-NUMBER (VD-IDX)
                       = HIST-INVOICE-NUMBER
                       MOVE "YES" TO WS-VOID-FOUND
               END-SEARCH
           END-IF
           IF WS-VOID-FOUND = "YES"
               GO TO 210-EXIT
           END-IF
           MOVE HIST-CLIENT-NO TO WS-WORK-CLIENT-NO
           PERFORM 500-FIND-CLIENT THRU 500-EXIT
           IF WS-CLIENT-FOUND = "NO"
               GO TO 210-EXIT
           END-IF
           MOVE ZEROS TO WS-WORK-DATE
           IF HIST-INVOICE-DATE NUMERIC
               MOVE HIST-INVOICE-DATE TO WS-WORK-DATE
           END-IF
           MOVE HIST-INVOICE-TOTAL TO WS-WORK-AMOUNT
           MOVE "YES" TO WS-WORK-PURCHASE
           MOVE "B" TO WS-WORK-BUSINESS
           PERFORM 510-POST-PURCHASE THRU 510-EXIT.
       210-EXIT.

      ******************************************************************
      * 300-SCAN-SALES-DATA POSTS EVERY outDAT.txt TRANSACTION. ONLY A
      * SALE IS A PURCHASE; RETURNS AND ADJUSTMENTS MOVE THE SPEND.
      ******************************************************************
       300-SCAN-SALES-DATA.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT SALES-DATA-FILE
           IF WS-OUTDAT-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-SALES THRU 310-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE SALES-DATA-FILE.
       300-EXIT.

       310-READ-SALES.
           READ SALES-DATA-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 310-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE SD-CLIENT-NO TO WS-WORK-CLIENT-NO
           PERFORM 500-FIND-CLIENT THRU 500-EXIT
           IF WS-CLIENT-FOUND = "NO"
               GO TO 310-EXIT
           END-IF
           MOVE ZEROS TO WS-WORK-DATE
           IF SD-TRANS-DATE NUMERIC
               MOVE SD-TRANS-DATE TO WS-WORK-DATE
           END-IF
           MOVE SD-FINAL-SALE TO WS-WORK-AMOUNT
           MOVE "NO" TO WS-WORK-PURCHASE
           IF SD-TRANS-TYPE = "SAL"
               MOVE "YES" TO WS-WORK-PURCHASE
           END-IF
           MOVE "S" TO WS-WORK-BUSINESS
           PERFORM 510-POST-PURCHASE THRU 510-EXIT.
       310-EXIT.

      ******************************************************************
      * 400-SCAN-BOOKINGS POSTS EVERY ACTIVE BOOKING, IN HOME
      * CURRENCY, DATED WHEN IT WAS BOOKED.
      ******************************************************************
       400-SCAN-BOOKINGS.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF
           PERFORM 410-READ-BOOKING THRU 410-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE BOOKING-FILE.
       400-EXIT.

       410-READ-BOOKING.
           READ BOOKING-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 410-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF NOT BK-ACTIVE
               GO TO 410-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-CLIENT-NO
           MOVE BK-CLIENT-NO TO WS-WORK-CLIENT-NO
           IF BK-CLIENT-NO NUMERIC
               MOVE BK-CLIENT-NO TO WS-WORK-CLIENT-NUM
               MOVE WS-WORK-CLIENT-NUM TO WS-WORK-CLIENT-NO
           END-IF
           PERFORM 500-FIND-CLIENT THRU 500-EXIT
           IF WS-CLIENT-FOUND = "NO"
               GO TO 410-EXIT
           END-IF
           MOVE ZEROS TO WS-WORK-DATE
           IF BK-BOOKED-DATE NUMERIC AND BK-BOOKED-DATE > ZEROS
               MOVE BK-BOOKED-DATE TO WS-WORK-DATE
           ELSE
               IF BK-TRIP-DATE NUMERIC
                   MOVE BK-TRIP-DATE TO WS-WORK-DATE
               END-IF
           END-IF
           PERFORM 420-CONVERT-TO-HOME THRU 420-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE ZEROS TO WS-WORK-AMOUNT
           END-IF
           MOVE "YES" TO WS-WORK-PURCHASE
           MOVE "T" TO WS-WORK-BUSINESS
           PERFORM 510-POST-PURCHASE THRU 510-EXIT.
       410-EXIT.

      ******************************************************************
      * 420-CONVERT-TO-HOME PUTS THE BOOKING'S TRIP COST IN HOME
      * CURRENCY IN WS-WORK-AMOUNT AT THE LATEST RATE EFFECTIVE ON OR
      * BEFORE THE PURCHASE DATE (THE BUSINESS DATE FOR AN UNDATED
      * BOOKING). A BLANK OR USD CURRENCY CONVERTS AT 1.0000; NO
      * USABLE RATE RETURNS WS-EXR-RATE-FOUND = "NO".
      ******************************************************************
       420-CONVERT-TO-HOME.
           MOVE "YES" TO WS-EXR-RATE-FOUND
           IF BK-CURRENCY-CODE = SPACES
               OR BK-CURRENCY-CODE = "USD"
               MOVE BK-COST-OF-TRIP TO WS-WORK-AMOUNT
               GO TO 420-EXIT
           END-IF
           MOVE "NO" TO WS-EXR-RATE-FOUND
           MOVE ZEROS TO WS-EXR-BEST-DATE
           PERFORM 425-CHECK-RATE THRU 425-EXIT
               VARYING EXR-IDX FROM 1 BY 1
               UNTIL EXR-IDX > WS-EXR-COUNT
           IF WS-EXR-RATE-FOUND = "YES"
               COMPUTE WS-WORK-AMOUNT ROUNDED =
                   BK-COST-OF-TRIP * WS-EXR-RATE-USED
           END-IF.
       420-EXIT.

      * Keeps the latest rate for the currency effective on or before
      * the date wanted; WS-EXR-BEST-DATE holds the effective date of
      * the rate kept so far.

       425-CHECK-RATE.
           IF WS-EXR-TBL-CURRENCY (EXR-IDX) NOT = BK-CURRENCY-CODE
               GO TO 425-EXIT
           END-IF
           IF WS-WORK-DATE > ZEROS
               IF WS-EXR-TBL-EFF-DATE (EXR-IDX) > WS-WORK-DATE
                   GO TO 425-EXIT
               END-IF
           ELSE
               IF WS-EXR-TBL-EFF-DATE (EXR-IDX) > WS-BUSINESS-DATE
                   GO TO 425-EXIT
               END-IF
           END-IF
           IF WS-EXR-RATE-FOUND = "YES"
               AND WS-EXR-TBL-EFF-DATE (EXR-IDX) < WS-EXR-BEST-DATE
               GO TO 425-EXIT
           END-IF
           MOVE "YES" TO WS-EXR-RATE-FOUND
           MOVE WS-EXR-TBL-EFF-DATE (EXR-IDX) TO WS-EXR-BEST-DATE
           MOVE WS-EXR-TBL-RATE (EXR-IDX) TO WS-EXR-RATE-USED.
       425-EXIT.

      ******************************************************************
      * 500-FIND-CLIENT MATCHES WS-WORK-CLIENT-NO (ZERO-PADDED WHEN IT
      * IS NUMERIC) AGAINST THE CLIENT TABLE, LEAVING CL-IDX ON THE
      * CLIENT FOUND. A NUMBER NOT ON THE MASTER IS NOBODY'S - THE
      * CLIENT AUDIT REPORTS THOSE.
      ******************************************************************
       500-FIND-CLIENT.
           MOVE "NO" TO WS-CLIENT-FOUND
           IF WS-WORK-CLIENT-NO = SPACES OR WS-CL-COUNT = 0
               GO TO 500-EXIT
           END-IF
           IF WS-WORK-CLIENT-NO NUMERIC
               MOVE WS-WORK-CLIENT-NO TO WS-WORK-CLIENT-NUM
               MOVE WS-WORK-CLIENT-NUM TO WS-WORK-CLIENT-NO
           END-IF
           SET CL-IDX TO 1
           SEARCH WS-CL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-CLIENT-NO (CL-IDX) = WS-WORK-CLIENT-NO
                   MOVE "YES" TO WS-CLIENT-FOUND
           END-SEARCH.
       500-EXIT.

      ******************************************************************
      * 510-POST-PURCHASE ADDS WS-WORK-AMOUNT TO THE CLIENT AT CL-IDX
      * AND, FOR A PURCHASE, COUNTS IT AND MOVES THE LAST PURCHASE
      * DATE. ONLY DATED ACTIVITY INSIDE THE 24 MONTHS COUNTS TOWARD
      * FREQUENCY, SPEND AND THE BUSINESS FLAGS.
      ******************************************************************
       510-POST-PURCHASE.
           ADD WS-WORK-AMOUNT TO WS-CL-LIFETIME (CL-IDX)
           IF WS-WORK-DATE > WS-WINDOW-START
               ADD WS-WORK-AMOUNT TO WS-CL-SPEND-24 (CL-IDX)
           END-IF
           IF WS-WORK-PURCHASE = "NO"
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-CL-LIFE-COUNT (CL-IDX)
           IF WS-WORK-DATE > WS-CL-LAST-DATE (CL-IDX)
               MOVE WS-WORK-DATE TO WS-CL-LAST-DATE (CL-IDX)
           END-IF
           IF WS-WORK-DATE NOT > WS-WINDOW-START
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-CL-FREQ-24 (CL-IDX)
           EVALUATE WS-WORK-BUSINESS
               WHEN "B"
                   MOVE "Y" TO WS-CL-BIKE-FLAG (CL-IDX)
               WHEN "S"
                   MOVE "Y" TO WS-CL-SALES-FLAG (CL-IDX)
               WHEN "T"
                   MOVE "Y" TO WS-CL-TRAVEL-FLAG (CL-IDX)
           END-EVALUATE.
       510-EXIT.

      ******************************************************************
      * 610-SCORE-CLIENT SCORES THE CLIENT AT WS-SUB, PLACES THEM IN A
      * SEGMENT, WRITES THEIR PROFILE, COUNTS THE MOVEMENT FROM LAST
      * MONTH AND PUTS A ONE-BUSINESS CLIENT ON THE CROSS-SELL LIST.
      * THE SEGMENT RULES, FIRST MATCH WINS:
      *
      *   NO PURCHASE  nothing bought, ever
      *   LAPSED       recency 1 - nothing in a year
      *   ONE-TIME     a single purchase on file
      *   CHAMPION     recency 3, frequency plus monetary 5 or more
      *   AT RISK      recency 2, frequency or monetary 2 or more
      *   REGULAR      everyone else
      ******************************************************************
       610-SCORE-CLIENT.
           MOVE 1 TO WS-R-SCORE
           IF WS-CL-LAST-DATE (WS-SUB) > WS-YEAR-CUTOFF
               MOVE 2 TO WS-R-SCORE
           END-IF
           IF WS-CL-LAST-DATE (WS-SUB) > WS-RECENT-CUTOFF
               MOVE 3 TO WS-R-SCORE
           END-IF
           EVALUATE TRUE
               WHEN WS-CL-FREQ-24 (WS-SUB) >= WS-FREQ-HIGH
                   MOVE 3 TO WS-F-SCORE
               WHEN WS-CL-FREQ-24 (WS-SUB) >= WS-FREQ-MID
                   MOVE 2 TO WS-F-SCORE
               WHEN OTHER
                   MOVE 1 TO WS-F-SCORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CL-SPEND-24 (WS-SUB) >= WS-SPEND-HIGH
                   MOVE 3 TO WS-M-SCORE
               WHEN WS-CL-SPEND-24 (WS-SUB) >= WS-SPEND-MID
                   MOVE 2 TO WS-M-SCORE
               WHEN OTHER
                   MOVE 1 TO WS-M-SCORE
           END-EVALUATE
           COMPUTE WS-FM-SCORE = WS-F-SCORE + WS-M-SCORE
           EVALUATE TRUE
               WHEN WS-CL-LIFE-COUNT (WS-SUB) = 0
                   MOVE "N" TO WS-NEW-SEGMENT
               WHEN WS-R-SCORE = 1
                   MOVE "L" TO WS-NEW-SEGMENT
               WHEN WS-CL-LIFE-COUNT (WS-SUB) = 1
                   MOVE "O" TO WS-NEW-SEGMENT
               WHEN WS-R-SCORE = 3 AND WS-FM-SCORE >= 5
                   MOVE "C" TO WS-NEW-SEGMENT
               WHEN WS-R-SCORE = 2
                   AND (WS-F-SCORE >= 2 OR WS-M-SCORE >= 2)
                   MOVE "A" TO WS-NEW-SEGMENT
               WHEN OTHER
                   MOVE "R" TO WS-NEW-SEGMENT
           END-EVALUATE
           PERFORM 620-WRITE-PROFILE THRU 620-EXIT
           PERFORM 630-COUNT-SEGMENT THRU 630-EXIT
           PERFORM 640-CHECK-CROSS-SELL THRU 640-EXIT.
       610-EXIT.

      ******************************************************************
      * 620-WRITE-PROFILE WRITES THE CLIENT'S PROFILE RECORD.
      ******************************************************************
       620-WRITE-PROFILE.
           MOVE SPACES TO CP-RECORD
           MOVE WS-CL-CLIENT-NO (WS-SUB) TO CP-CLIENT-NO
           MOVE WS-NEW-SEGMENT TO CP-SEGMENT-CODE
           MOVE WS-CL-PRIOR-SEG (WS-SUB) TO CP-PRIOR-SEGMENT
           MOVE WS-BUSINESS-DATE TO CP-RUN-DATE
           MOVE WS-CL-LAST-DATE (WS-SUB) TO CP-LAST-PURCHASE
           MOVE WS-R-SCORE TO CP-RECENCY-SCORE
           MOVE WS-F-SCORE TO CP-FREQUENCY-SCORE
           MOVE WS-M-SCORE TO CP-MONETARY-SCORE
           MOVE WS-CL-FREQ-24 (WS-SUB) TO CP-FREQUENCY-24
           MOVE WS-CL-SPEND-24 (WS-SUB) TO CP-SPEND-24
           MOVE WS-CL-LIFETIME (WS-SUB) TO CP-LIFETIME-VALUE
           MOVE WS-CL-BIKE-FLAG (WS-SUB) TO CP-BIKE-FLAG
           MOVE WS-CL-SALES-FLAG (WS-SUB) TO CP-SALES-FLAG
           MOVE WS-CL-TRAVEL-FLAG (WS-SUB) TO CP-TRAVEL-FLAG
           WRITE CP-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
       620-EXIT.

      ******************************************************************
      * 630-COUNT-SEGMENT ADDS THE CLIENT TO THIS MONTH'S SEGMENT, TO
      * LAST MONTH'S, AND TO THE MOVEMENT BETWEEN THEM. A PRIOR CODE
      * NOT IN THE TABLE COUNTS AS NEW TO THE PROFILE.
      ******************************************************************
       630-COUNT-SEGMENT.
           MOVE WS-NEW-SEGMENT TO WS-FIND-CODE
           PERFORM 650-FIND-SEGMENT THRU 650-EXIT
           MOVE WS-SEG-SUB TO WS-TO-SUB
           MOVE WS-CL-PRIOR-SEG (WS-SUB) TO WS-FIND-CODE
           PERFORM 650-FIND-SEGMENT THRU 650-EXIT
           MOVE WS-SEG-SUB TO WS-FROM-SUB
           ADD 1 TO WS-SEG-NOW-COUNT (WS-TO-SUB)
           ADD WS-CL-LIFETIME (WS-SUB) TO WS-SEG-LTV (WS-TO-SUB)
           ADD 1 TO WS-SEG-PRIOR-COUNT (WS-FROM-SUB)
           ADD 1 TO WS-SEG-MOVE-TO (WS-FROM-SUB, WS-TO-SUB)
           IF WS-FROM-SUB NOT = WS-TO-SUB
               ADD 1 TO WS-MOVE-COUNT
           END-IF.
       630-EXIT.

      ******************************************************************
      * 640-CHECK-CROSS-SELL LISTS AN ACTIVE CLIENT WHO HAS BOUGHT
      * FROM EXACTLY ONE BUSINESS IN THE 24 MONTHS, WITH THE OTHER
      * TWO TO OFFER.
      ******************************************************************
       640-CHECK-CROSS-SELL.
           IF WS-CL-ACTIVE-FLAG (WS-SUB) = "I"
               GO TO 640-EXIT
           END-IF
           MOVE ZERO TO WS-BUSINESS-COUNT
           IF WS-CL-BIKE-FLAG (WS-SUB) = "Y"
               ADD 1 TO WS-BUSINESS-COUNT
               MOVE "BIKE SHOP" TO XSD-BUSINESS
               MOVE "SALES, TRAVEL" TO XSD-OFFER
           END-IF
           IF WS-CL-SALES-FLAG (WS-SUB) = "Y"
               ADD 1 TO WS-BUSINESS-COUNT
               MOVE "CLIENT SALES" TO XSD-BUSINESS
               MOVE "BIKES, TRAVEL" TO XSD-OFFER
           END-IF
           IF WS-CL-TRAVEL-FLAG (WS-SUB) = "Y"
               ADD 1 TO WS-BUSINESS-COUNT
               MOVE "TRAVEL" TO XSD-BUSINESS
               MOVE "BIKES, SALES" TO XSD-OFFER
           END-IF
           IF WS-BUSINESS-COUNT NOT = 1
               GO TO 640-EXIT
           END-IF
           MOVE WS-CL-CLIENT-NO (WS-SUB) TO XSD-CLIENT-NO
           MOVE WS-CL-NAME (WS-SUB) TO XSD-NAME
           MOVE WS-CL-PHONE (WS-SUB) TO XSD-PHONE
           MOVE WS-CL-LAST-DATE (WS-SUB) TO XSD-LAST-DATE
           MOVE WS-SEG-NAME (WS-TO-SUB) TO XSD-SEGMENT
           MOVE WS-CL-LIFETIME (WS-SUB) TO XSD-LTV
           WRITE CROSS-SELL-RECORD FROM XS-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-XSELL-COUNT.
       640-EXIT.

      ******************************************************************
      * 650-FIND-SEGMENT SETS WS-SEG-SUB TO THE TABLE ENTRY FOR
      * WS-FIND-CODE - ENTRY 7, NEW TO PROFILE, WHEN IT IS NOT ONE OF
      * THE SIX SEGMENTS.
      ******************************************************************
       650-FIND-SEGMENT.
           MOVE 7 TO WS-SEG-SUB
           SET SEG-IDX TO 1
           SEARCH WS-SEGMENT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SEG-CODE (SEG-IDX) = WS-FIND-CODE
                   SET WS-SEG-SUB TO SEG-IDX
           END-SEARCH.
       650-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS THE SEGMENT COUNTS AGAINST LAST MONTH
      * AND EVERY MOVEMENT BETWEEN SEGMENTS SINCE.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT SEGMENT-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO SGH-DATE
           WRITE REPORT-RECORD FROM SG-HEADING
           WRITE REPORT-RECORD FROM SG-COLUMN-LINE
            AFTER ADVANCING 2 LINES
           PERFORM 710-WRITE-SEGMENT-LINE THRU 710-EXIT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > 7
           MOVE "TOTAL" TO SGC-NAME
           MOVE WS-TOTAL-PRIOR TO SGC-PRIOR
           MOVE WS-TOTAL-NOW TO SGC-NOW
           COMPUTE SGC-CHANGE = WS-TOTAL-NOW - WS-TOTAL-PRIOR
           MOVE WS-TOTAL-LTV TO SGC-LTV
           WRITE REPORT-RECORD FROM SG-COUNT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "MOVEMENT SINCE LAST MONTH" TO SGS-TITLE
           WRITE REPORT-RECORD FROM SG-SECTION-LINE
            AFTER ADVANCING 3 LINES
           IF WS-MOVE-COUNT = 0
               MOVE "NO CLIENT CHANGED SEGMENT" TO SGS-TITLE
               WRITE REPORT-RECORD FROM SG-SECTION-LINE
                AFTER ADVANCING 2 LINES
           ELSE
               MOVE SPACES TO SGS-TITLE
               WRITE REPORT-RECORD FROM SG-SECTION-LINE
                AFTER ADVANCING 1 LINE
               PERFORM 720-WRITE-MOVES-FROM THRU 720-EXIT
                   VARYING WS-FROM-SUB FROM 1 BY 1
                   UNTIL WS-FROM-SUB > 7
           END-IF
           IF WS-UNVALUED-COUNT > 0
               MOVE "BOOKINGS NOT VALUED - NO EXCHANGE RATE"
                   TO SGN-TEXT
               MOVE WS-UNVALUED-COUNT TO SGN-COUNT
               WRITE REPORT-RECORD FROM SG-NOTE-LINE
                AFTER ADVANCING 2 LINES
           END-IF
           CLOSE SEGMENT-REPORT-FILE.
       700-EXIT.

      * One count line per segment. New to profile has a count only
      * in the last-month column - the clients the run has not seen
      * before.

       710-WRITE-SEGMENT-LINE.
           MOVE WS-SEG-NAME (WS-SEG-SUB) TO SGC-NAME
           MOVE WS-SEG-PRIOR-COUNT (WS-SEG-SUB) TO SGC-PRIOR
           MOVE WS-SEG-NOW-COUNT (WS-SEG-SUB) TO SGC-NOW
           COMPUTE SGC-CHANGE = WS-SEG-NOW-COUNT (WS-SEG-SUB)
               - WS-SEG-PRIOR-COUNT (WS-SEG-SUB)
           MOVE WS-SEG-LTV (WS-SEG-SUB) TO SGC-LTV
           WRITE REPORT-RECORD FROM SG-COUNT-LINE
            AFTER ADVANCING 1 LINE
           ADD WS-SEG-PRIOR-COUNT (WS-SEG-SUB) TO WS-TOTAL-PRIOR
           ADD WS-SEG-NOW-COUNT (WS-SEG-SUB) TO WS-TOTAL-NOW
           ADD WS-SEG-LTV (WS-SEG-SUB) TO WS-TOTAL-LTV.
       710-EXIT.

       720-WRITE-MOVES-FROM.
           PERFORM 730-WRITE-MOVE THRU 730-EXIT
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 6.
       720-EXIT.

       730-WRITE-MOVE.
           IF WS-FROM-SUB = WS-TO-SUB
               OR WS-SEG-MOVE-TO (WS-FROM-SUB, WS-TO-SUB) = 0
               GO TO 730-EXIT
           END-IF
           MOVE WS-SEG-NAME (WS-FROM-SUB) TO SGM-FROM
           MOVE WS-SEG-NAME (WS-TO-SUB) TO SGM-TO
           MOVE WS-SEG-MOVE-TO (WS-FROM-SUB, WS-TO-SUB) TO SGM-COUNT
           WRITE REPORT-RECORD FROM SG-MOVE-LINE
            AFTER ADVANCING 1 LINE.
       730-EXIT.

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
           MOVE "CLIENTSG" TO RL-PROGRAM-NAME
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
