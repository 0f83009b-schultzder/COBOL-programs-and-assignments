       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CAMPRPT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Marketing campaign response report. For every campaign on the
      * campaign file (see copybooks/CAMPAIGN.cpy, kept by CAMPMNT)
      * it credits the orders that named the campaign's code inside
      * its response window:
      *
      *   REGISTER   one order per invoice whose HIST-CAMPAIGN-CODE
      *              is the campaign's, dated inside the window and
      *              not voided, at the invoice total
      *   TRAVEL     one order per active booking whose
      *              BK-CAMPAIGN-CODE is the campaign's, booked inside
      *              the window (trip date on an undated booking),
      *              at the trip cost in home currency - converted at
      *              the rate in force on that date as CLIENTSG does.
      *              Cancelled and waitlisted bookings are not orders.
      *
      * Each campaign's line shows the clients mailed by its last
      * CAMPEXT run, the register and travel orders and dollars, the
      * combined total and the response rate (orders per hundred
      * clients mailed). Campaigns whose window has not yet closed at
      * the business date are marked OPEN - their figures can still
      * grow. Orders naming a code that is no longer on the campaign
      * file, and bookings in a currency with no rate, are counted at
      * the foot so nothing attributed goes unseen.
      *
      * The report is CampaignResponse.txt. It asks nothing, so it
      * runs the same at the desk or from the processing calendar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the marketing campaign file.

       SELECT CAMPAIGN-FILE
               ASSIGN TO UT-SYS-CAMPAIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

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

      * Select statement for the response report.

       SELECT RESPONSE-REPORT-FILE
               ASSIGN TO UT-SYS-RESPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the marketing campaign file.

       FD  CAMPAIGN-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY CAMPAIGN.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the invoice void log.

       FD  INVOICE-VOID-FILE.
           COPY INVVOID.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the exchange-rate file.

       FD  EXCHANGE-RATE-FILE.
       COPY EXCHRATE.

      * File description for the response report.

       FD  RESPONSE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                     PIC X(132).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CAMPAIGN-STATUS              PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-EXRFILE-STATUS               PIC XX.
          05 WS-FILE-EOF                     PIC XXX.
          05 WS-CAMP-FOUND                   PIC XXX.
          05 WS-VOID-FOUND                   PIC XXX.
          05 WS-EXR-RATE-FOUND               PIC XXX.
          05 WS-LAST-INVOICE-NO              PIC 9(6) VALUE 0.
          05 WS-WORK-CODE                    PIC X(6).
          05 WS-WORK-DATE                    PIC 9(8).
          05 WS-WORK-AMOUNT                  PIC S9(7)V99.
          05 WS-EXR-BEST-DATE                PIC 9(8).
          05 WS-EXR-RATE-USED                PIC 9(3)V9(4).
          05 WS-ORDER-TOTAL                  PIC 9(5).
          05 WS-DOLLAR-TOTAL                 PIC S9(9)V99.
          05 WS-UNKNOWN-INVOICES             PIC 9(5) VALUE 0.
          05 WS-UNKNOWN-BOOKINGS             PIC 9(5) VALUE 0.
          05 WS-LATE-ORDERS                  PIC 9(5) VALUE 0.
          05 WS-UNVALUED-COUNT               PIC 9(5) VALUE 0.
          05 WS-GRAND-MAILED                 PIC 9(7) VALUE 0.
          05 WS-GRAND-REG-ORDERS             PIC 9(5) VALUE 0.
          05 WS-GRAND-REG-DOLLARS            PIC S9(9)V99 VALUE 0.
          05 WS-GRAND-TRIP-ORDERS            PIC 9(5) VALUE 0.
          05 WS-GRAND-TRIP-DOLLARS           PIC S9(9)V99 VALUE 0.

      * The campaigns, with what each has drawn so far.

       01 WS-CAMP-TABLE.
          05 WS-CAMP-COUNT                   PIC 999 VALUE 0.
          05 WS-CAMP-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-CAMP-COUNT
               INDEXED BY CAMP-IDX.
             10 WS-CAMP-TBL-CODE             PIC X(6).
             10 WS-CAMP-TBL-DESC             PIC X(30).
             10 WS-CAMP-TBL-START            PIC 9(8).
             10 WS-CAMP-TBL-END              PIC 9(8).
             10 WS-CAMP-TBL-MAILED           PIC 9(5).
             10 WS-CAMP-TBL-REG-ORDERS       PIC 9(5).
             10 WS-CAMP-TBL-REG-DOLLARS      PIC S9(9)V99.
             10 WS-CAMP-TBL-TRIP-ORDERS      PIC 9(5).
             10 WS-CAMP-TBL-TRIP-DOLLARS     PIC S9(9)V99.

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

      * Response report lines.

       01 RS-HEADING.
          05                                 PIC X(37) VALUE
               "CAMPAIGN RESPONSE REPORT    RUN FOR ".
          05 RSH-DATE                        PIC 9(8).
          05                                 PIC X(87) VALUE SPACES.

       01 RS-COLUMN-LINE-1.
          05                                 PIC X(56) VALUE SPACES.
          05                                 PIC X(7)  VALUE " CLIENT".
          05                                 PIC X(19) VALUE
               "  -----REGISTER----".
          05                                 PIC X(19) VALUE
               "  ------TRAVEL-----".
          05                                 PIC X(31) VALUE
               "  -----------TOTAL------------".

       01 RS-COLUMN-LINE-2.
          05                                 PIC X(7)  VALUE "CODE".
          05                                 PIC X(31) VALUE
               "DESCRIPTION".
          05                                 PIC X(18) VALUE
               "WINDOW".
          05                                 PIC X(7)  VALUE " MAILED".
          05                                 PIC X(7)  VALUE " ORDERS".
          05                                 PIC X(12) VALUE
               "     DOLLARS".
          05                                 PIC X(7)  VALUE " ORDERS".
          05                                 PIC X(12) VALUE
               "     DOLLARS".
          05                                 PIC X(7)  VALUE " ORDERS".
          05                                 PIC X(14) VALUE
               "       DOLLARS".
          05                                 PIC X(10) VALUE
               " RESP/100".

       01 RS-DETAIL.
          05 RSD-CODE                        PIC X(6).
          05                                 PIC X     VALUE SPACE.
          05 RSD-DESCRIPTION                 PIC X(30).
          05                                 PIC X     VALUE SPACE.
          05 RSD-START                       PIC 9(8).
          05                                 PIC X     VALUE "-".
          05 RSD-END                         PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 RSD-MAILED                      PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RSD-REG-ORDERS                  PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RSD-REG-DOLLARS                 PIC -ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RSD-TRIP-ORDERS                 PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RSD-TRIP-DOLLARS                PIC -ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RSD-ORDERS                      PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RSD-DOLLARS                     PIC -Z,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RSD-RATE                        PIC ZZZ9.9.
          05                                 PIC X     VALUE SPACE.
          05 RSD-STATUS                      PIC X(4).

       01 RS-TOTAL-LINE.
          05                                 PIC X(56) VALUE
               "ALL CAMPAIGNS".
          05 RST-MAILED                      PIC Z,ZZZ,ZZ9.
          05 RST-REG-ORDERS                  PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RST-REG-DOLLARS                 PIC -ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RST-TRIP-ORDERS                 PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RST-TRIP-DOLLARS                PIC -ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RST-ORDERS                      PIC ZZ,ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RST-DOLLARS                     PIC -Z,ZZZ,ZZ9.99.
          05                                 PIC X(12) VALUE SPACES.

       01 RS-NOTE-LINE.
          05 RSN-TEXT                        PIC X(60).
          05 RSN-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(66) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-CAMPAIGN                 PIC X(60)
          VALUE "C:\COBOL\Campaigns.txt".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-VOIDFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceVoid.txt".
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-EXRFILE                  PIC X(60)
          VALUE "C:\COBOL\ExchangeRates.txt".
          05 UT-SYS-RESPRPT                  PIC X(60)
          VALUE "C:\COBOL\CampaignResponse.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE CAMPAIGNS, CREDITS THE REGISTER AND
      * TRAVEL ORDERS THAT NAMED THEM, AND PRINTS THE REPORT.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 100-LOAD-CAMPAIGNS THRU 100-EXIT
           IF WS-CAMP-COUNT = ZEROS
               DISPLAY "NO CAMPAIGNS ON FILE - NOTHING TO REPORT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 170-LOAD-VOIDS THRU 170-EXIT
           PERFORM 180-LOAD-RATES THRU 180-EXIT
           PERFORM 200-SCAN-HISTORY THRU 200-EXIT
           PERFORM 400-SCAN-BOOKINGS THRU 400-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
           DISPLAY "CAMPAIGN RESPONSE WRITTEN - " WS-CAMP-COUNT
               " CAMPAIGNS"
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-CAMPAIGNS READS THE CAMPAIGN FILE INTO THE TABLE WITH
      * ITS COUNTS CLEARED.
      ******************************************************************
       100-LOAD-CAMPAIGNS.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-CAMPAIGN THRU 110-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE CAMPAIGN-FILE.
       100-EXIT.

       110-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 110-EXIT
           END-READ
           IF WS-CAMP-COUNT NOT < 200
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-CAMP-COUNT
           SET CAMP-IDX TO WS-CAMP-COUNT
           MOVE CG-CAMPAIGN-CODE TO WS-CAMP-TBL-CODE (CAMP-IDX)
           MOVE CG-DESCRIPTION TO WS-CAMP-TBL-DESC (CAMP-IDX)
           MOVE CG-START-DATE TO WS-CAMP-TBL-START (CAMP-IDX)
           MOVE CG-END-DATE TO WS-CAMP-TBL-END (CAMP-IDX)
           MOVE ZEROS TO WS-CAMP-TBL-MAILED (CAMP-IDX)
           IF CG-EXTRACTED-COUNT NUMERIC
               MOVE CG-EXTRACTED-COUNT TO WS-CAMP-TBL-MAILED (CAMP-IDX)
           END-IF
           MOVE ZEROS TO WS-CAMP-TBL-REG-ORDERS (CAMP-IDX)
               WS-CAMP-TBL-REG-DOLLARS (CAMP-IDX)
               WS-CAMP-TBL-TRIP-ORDERS (CAMP-IDX)
               WS-CAMP-TBL-TRIP-DOLLARS (CAMP-IDX).
       110-EXIT.

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
      * 200-SCAN-HISTORY CREDITS ONE ORDER PER INVOICE THAT NAMED A
      * CAMPAIGN. THE LINES OF AN INVOICE ARE WRITTEN TOGETHER, SO A
      * CHANGE OF INVOICE NUMBER STARTS THE NEXT ONE.
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
           IF HIST-CAMPAIGN-CODE = SPACES
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
           MOVE HIST-CAMPAIGN-CODE TO WS-WORK-CODE
           PERFORM 500-FIND-CAMPAIGN THRU 500-EXIT
           IF WS-CAMP-FOUND = "NO"
               ADD 1 TO WS-UNKNOWN-INVOICES
               GO TO 210-EXIT
           END-IF
           MOVE ZEROS TO WS-WORK-DATE
           IF HIST-INVOICE-DATE NUMERIC
               MOVE HIST-INVOICE-DATE TO WS-WORK-DATE
           END-IF
           IF WS-WORK-DATE < WS-CAMP-TBL-START (CAMP-IDX)
               OR WS-WORK-DATE > WS-CAMP-TBL-END (CAMP-IDX)
               ADD 1 TO WS-LATE-ORDERS
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-CAMP-TBL-REG-ORDERS (CAMP-IDX)
           ADD HIST-INVOICE-TOTAL TO WS-CAMP-TBL-REG-DOLLARS (CAMP-IDX).
       210-EXIT.

      ******************************************************************
      * 400-SCAN-BOOKINGS CREDITS EVERY ACTIVE BOOKING THAT NAMED A
      * CAMPAIGN, IN HOME CURRENCY, DATED WHEN IT WAS BOOKED.
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
           IF NOT BK-ACTIVE OR BK-CAMPAIGN-CODE = SPACES
               GO TO 410-EXIT
           END-IF
           MOVE BK-CAMPAIGN-CODE TO WS-WORK-CODE
           PERFORM 500-FIND-CAMPAIGN THRU 500-EXIT
           IF WS-CAMP-FOUND = "NO"
               ADD 1 TO WS-UNKNOWN-BOOKINGS
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
           IF WS-WORK-DATE < WS-CAMP-TBL-START (CAMP-IDX)
               OR WS-WORK-DATE > WS-CAMP-TBL-END (CAMP-IDX)
               ADD 1 TO WS-LATE-ORDERS
               GO TO 410-EXIT
           END-IF
           PERFORM 420-CONVERT-TO-HOME THRU 420-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE ZEROS TO WS-WORK-AMOUNT
           END-IF
           ADD 1 TO WS-CAMP-TBL-TRIP-ORDERS (CAMP-IDX)
           ADD WS-WORK-AMOUNT TO WS-CAMP-TBL-TRIP-DOLLARS (CAMP-IDX).
       410-EXIT.

      ******************************************************************
      * 420-CONVERT-TO-HOME PUTS THE BOOKING'S TRIP COST IN HOME
      * CURRENCY IN WS-WORK-AMOUNT AT THE LATEST RATE EFFECTIVE ON OR
      * BEFORE THE BOOKING DATE. A BLANK OR USD CURRENCY CONVERTS AT
      * 1.0000; NO USABLE RATE RETURNS WS-EXR-RATE-FOUND = "NO".
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
      * the booking date; WS-EXR-BEST-DATE holds the effective date
      * of the rate kept so far.

       425-CHECK-RATE.
           IF WS-EXR-TBL-CURRENCY (EXR-IDX) NOT = BK-CURRENCY-CODE
               GO TO 425-EXIT
           END-IF
           IF WS-EXR-TBL-EFF-DATE (EXR-IDX) > WS-WORK-DATE
               GO TO 425-EXIT
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
      * 500-FIND-CAMPAIGN LOOKS WS-WORK-CODE UP IN THE CAMPAIGN TABLE,
      * LEAVING CAMP-IDX ON THE CAMPAIGN FOUND.
      ******************************************************************
       500-FIND-CAMPAIGN.
           MOVE "NO" TO WS-CAMP-FOUND
           SET CAMP-IDX TO 1
           SEARCH WS-CAMP-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-CAMP-TBL-CODE (CAMP-IDX) = WS-WORK-CODE
                   MOVE "YES" TO WS-CAMP-FOUND
           END-SEARCH.
       500-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS ONE LINE PER CAMPAIGN, THE TOTALS,
      * AND THE ORDERS THAT COULD NOT BE CREDITED.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT RESPONSE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO RSH-DATE
           WRITE REPORT-RECORD FROM RS-HEADING
           WRITE REPORT-RECORD FROM RS-COLUMN-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM RS-COLUMN-LINE-2
           PERFORM 710-WRITE-CAMPAIGN THRU 710-EXIT
               VARYING CAMP-IDX FROM 1 BY 1
               UNTIL CAMP-IDX > WS-CAMP-COUNT
           MOVE WS-GRAND-MAILED TO RST-MAILED
           MOVE WS-GRAND-REG-ORDERS TO RST-REG-ORDERS
           MOVE WS-GRAND-REG-DOLLARS TO RST-REG-DOLLARS
           MOVE WS-GRAND-TRIP-ORDERS TO RST-TRIP-ORDERS
           MOVE WS-GRAND-TRIP-DOLLARS TO RST-TRIP-DOLLARS
           COMPUTE WS-ORDER-TOTAL =
               WS-GRAND-REG-ORDERS + WS-GRAND-TRIP-ORDERS
           COMPUTE WS-DOLLAR-TOTAL =
               WS-GRAND-REG-DOLLARS + WS-GRAND-TRIP-DOLLARS
           MOVE WS-ORDER-TOTAL TO RST-ORDERS
           MOVE WS-DOLLAR-TOTAL TO RST-DOLLARS
           WRITE REPORT-RECORD FROM RS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "REGISTER ORDERS NAMING A CODE NOT ON FILE"
               TO RSN-TEXT
           MOVE WS-UNKNOWN-INVOICES TO RSN-COUNT
           WRITE REPORT-RECORD FROM RS-NOTE-LINE
               AFTER ADVANCING 2 LINES
           MOVE "TRAVEL BOOKINGS NAMING A CODE NOT ON FILE"
               TO RSN-TEXT
           MOVE WS-UNKNOWN-BOOKINGS TO RSN-COUNT
           WRITE REPORT-RECORD FROM RS-NOTE-LINE
           MOVE "ORDERS DATED OUTSIDE THEIR CAMPAIGN'S WINDOW"
               TO RSN-TEXT
           MOVE WS-LATE-ORDERS TO RSN-COUNT
           WRITE REPORT-RECORD FROM RS-NOTE-LINE
           MOVE "BOOKINGS CREDITED AT ZERO - NO EXCHANGE RATE ON FILE"
               TO RSN-TEXT
           MOVE WS-UNVALUED-COUNT TO RSN-COUNT
           WRITE REPORT-RECORD FROM RS-NOTE-LINE
           CLOSE RESPONSE-REPORT-FILE.
       700-EXIT.

      * One campaign's line. The response rate is orders per hundred
      * clients mailed, left blank when the campaign was never
      * extracted.

       710-WRITE-CAMPAIGN.
           MOVE WS-CAMP-TBL-CODE (CAMP-IDX) TO RSD-CODE
           MOVE WS-CAMP-TBL-DESC (CAMP-IDX) TO RSD-DESCRIPTION
           MOVE WS-CAMP-TBL-START (CAMP-IDX) TO RSD-START
           MOVE WS-CAMP-TBL-END (CAMP-IDX) TO RSD-END
           MOVE WS-CAMP-TBL-MAILED (CAMP-IDX) TO RSD-MAILED
           MOVE WS-CAMP-TBL-REG-ORDERS (CAMP-IDX) TO RSD-REG-ORDERS
           MOVE WS-CAMP-TBL-REG-DOLLARS (CAMP-IDX) TO RSD-REG-DOLLARS
           MOVE WS-CAMP-TBL-TRIP-ORDERS (CAMP-IDX) TO RSD-TRIP-ORDERS
           MOVE WS-CAMP-TBL-TRIP-DOLLARS (CAMP-IDX)
               TO RSD-TRIP-DOLLARS
           COMPUTE WS-ORDER-TOTAL =
               WS-CAMP-TBL-REG-ORDERS (CAMP-IDX)
               + WS-CAMP-TBL-TRIP-ORDERS (CAMP-IDX)
           COMPUTE WS-DOLLAR-TOTAL =
               WS-CAMP-TBL-REG-DOLLARS (CAMP-IDX)
               + WS-CAMP-TBL-TRIP-DOLLARS (CAMP-IDX)
           MOVE WS-ORDER-TOTAL TO RSD-ORDERS
           MOVE WS-DOLLAR-TOTAL TO RSD-DOLLARS
           MOVE ZEROS TO RSD-RATE
           IF WS-CAMP-TBL-MAILED (CAMP-IDX) > ZEROS
               COMPUTE RSD-RATE ROUNDED = WS-ORDER-TOTAL * 100
                   / WS-CAMP-TBL-MAILED (CAMP-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO RSD-RATE
               END-COMPUTE
           END-IF
           MOVE SPACES TO RSD-STATUS
           IF WS-CAMP-TBL-END (CAMP-IDX) NOT < WS-BUSINESS-DATE
               MOVE "OPEN" TO RSD-STATUS
           END-IF
           WRITE REPORT-RECORD FROM RS-DETAIL
           ADD WS-CAMP-TBL-MAILED (CAMP-IDX) TO WS-GRAND-MAILED
           ADD WS-CAMP-TBL-REG-ORDERS (CAMP-IDX) TO WS-GRAND-REG-ORDERS
           ADD WS-CAMP-TBL-REG-DOLLARS (CAMP-IDX)
               TO WS-GRAND-REG-DOLLARS
           ADD WS-CAMP-TBL-TRIP-ORDERS (CAMP-IDX)
               TO WS-GRAND-TRIP-ORDERS
           ADD WS-CAMP-TBL-TRIP-DOLLARS (CAMP-IDX)
               TO WS-GRAND-TRIP-DOLLARS
           ADD 1 TO WS-RECORDS-WRITTEN.
       710-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS THIS RUN'S RECORD TO THE SHARED RUN
      * LOG.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-X
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "CAMPRPT" TO RL-PROGRAM-NAME
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
