       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FXREPORT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Monthly foreign-exchange gain and loss report on trips sold
      * in a foreign currency (FXReport.txt). Two parts:
      *
      *   REALIZED   every operator payment made in the month, off
      *              the currency payment records FXPOST keeps (see
      *              copybooks/FXPAY.cpy): the foreign amount, the
      *              booked rate and the rate it was paid at, the
      *              home amount both ways and the gain or loss. The
      *              lines run by currency, operator and booking,
      *              subtotalled per operator within each currency
      *              and per currency, then summarised per operator
      *              across all currencies.
      *   UNREALIZED every active foreign-currency booking (see
      *              copybooks/BOOKING.cpy) with net cost still
      *              unpaid at month end - the net cost due less the
      *              vouchers paid against it by then - marked to the
      *              latest rate on file at month end against the
      *              booked rate, with a total per currency. A
      *              currency with no rate on file is listed without
      *              figures.
      *
      * Gains are positive, losses negative: a gain is the currency
      * costing us less in home money than the booking was priced
      * at. Rates are taken the same way TRIPCONF takes them - the
      * latest effective date on or before the date wanted, the
      * booked rate on the trip date (the booked date on an undated
      * booking).
      *
      * Run from the processing calendar on the last business day
      * of the month, it reports the business date's month; run at
      * the desk it asks for the month (YYYYMM).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
              ASSIGN TO UT-SYS-BOOKING
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BK-BOOKING-NO
              FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the currency payment file.

       SELECT FX-PAYMENT-FILE
              ASSIGN TO UT-SYS-FXPAY
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FXPAY-STATUS.

      * Select statement for the dated exchange-rate file.

       SELECT EXCHANGE-RATE-FILE
              ASSIGN TO UT-SYS-EXRFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXRFILE-STATUS.

      * Select statement for the printed report.

       SELECT FX-REPORT-FILE
              ASSIGN TO UT-SYS-FXREPORT
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

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the currency payment file.

       FD  FX-PAYMENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FXPAY.

      * File description for the exchange-rate file.

       FD  EXCHANGE-RATE-FILE.
       COPY EXCHRATE.

      * File description for the printed report.

       FD  FX-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-RECORD                      PIC X(110).

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
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-FXPAY-STATUS                 PIC XX.
          05 WS-EXRFILE-STATUS               PIC XX.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-FX-EOF                       PIC XXX VALUE "NO".
          05 WS-EXR-EOF                      PIC XXX VALUE "NO".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-REPORT-MONTH                 PIC 9(6).
          05 WS-NEXT-MONTH                   PIC 9(6).
          05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
             10 WS-NEXT-YEAR                 PIC 9(4).
             10 WS-NEXT-MM                   PIC 99.
          05 WS-MONTH-START                  PIC 9(8).
          05 WS-NEXT-START                   PIC 9(8).
          05 WS-MONTH-END                    PIC 9(8).
          05 WS-DATE-INT                     PIC 9(8).
          05 WS-FB-SUB                       PIC 9(4).
          05 WS-FB-HIT                       PIC 9(4).
          05 WS-RZ-SUB                       PIC 9(4).
          05 WS-OP-SUB                       PIC 999.
          05 WS-OP-HIT                       PIC 999.
          05 WS-UC-SUB                       PIC 99.
          05 WS-UC-HIT                       PIC 99.
          05 WS-EXR-SUB                      PIC 99.
          05 WS-EXR-BEST-DATE                PIC 9(8).
          05 WS-EXR-RATE-FOUND               PIC XXX.
          05 WS-EXR-RATE-USED                PIC 9(3)V9(4).
          05 WS-RATE-CURRENCY                PIC X(3).
          05 WS-RATE-DATE-USED               PIC 9(8).
          05 WS-BOOKED-RATE                  PIC 9(3)V9(4).
          05 WS-EXPOSURE                     PIC S9(7)V99.
          05 WS-BOOKED-HOME                  PIC 9(7)V99.
          05 WS-MARKED-HOME                  PIC 9(7)V99.
          05 WS-UNREALIZED                   PIC S9(7)V99.
          05 WS-PREV-CURRENCY                PIC X(3).
          05 WS-PREV-OPERATOR                PIC X(3).
          05 WS-REALIZED-COUNT               PIC 9(5) VALUE 0.
          05 WS-EXPOSED-COUNT                PIC 9(5) VALUE 0.

      * Running totals while the realized lines print - per
      * operator within a currency, per currency, and the month.

       01 WS-RZ-TOTALS.
          05 WS-OPT-FOREIGN                  PIC 9(9)V99.
          05 WS-OPT-BOOKED                   PIC 9(9)V99.
          05 WS-OPT-PAID                     PIC 9(9)V99.
          05 WS-OPT-GAIN                     PIC S9(9)V99.
          05 WS-CUT-FOREIGN                  PIC 9(9)V99.
          05 WS-CUT-BOOKED                   PIC 9(9)V99.
          05 WS-CUT-PAID                     PIC 9(9)V99.
          05 WS-CUT-GAIN                     PIC S9(9)V99.
          05 WS-GRT-BOOKED                   PIC 9(9)V99 VALUE 0.
          05 WS-GRT-PAID                     PIC 9(9)V99 VALUE 0.
          05 WS-GRT-GAIN                     PIC S9(9)V99 VALUE 0.
          05 WS-UNT-BOOKED                   PIC 9(9)V99 VALUE 0.
          05 WS-UNT-MARKED                   PIC 9(9)V99 VALUE 0.
          05 WS-UNT-GAIN                     PIC S9(9)V99 VALUE 0.

      * Every active booking sold in a foreign currency, with what
      * has been paid against it by month end.

       01 WS-FB-TABLE.
          05 WS-FB-COUNT                     PIC 9(4) VALUE 0.
          05 WS-FB-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-FB-COUNT.
             10 WS-FB-BOOKING                PIC 9(6).
             10 WS-FB-OPERATOR               PIC X(3).
             10 WS-FB-CURRENCY               PIC X(3).
             10 WS-FB-RATE-DATE              PIC 9(8).
             10 WS-FB-NET-DUE                PIC 9(5)V99.
             10 WS-FB-PAID                   PIC 9(7)V99.

      * The month's currency payments, kept in currency, operator,
      * booking and voucher order as they are read in.

       01 WS-RZ-TABLE.
          05 WS-RZ-COUNT                     PIC 9(4) VALUE 0.
          05 WS-RZ-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-RZ-COUNT.
             10 WS-RZ-KEY.
                15 WS-RZ-CURRENCY            PIC X(3).
                15 WS-RZ-OPERATOR            PIC X(3).
                15 WS-RZ-BOOKING             PIC 9(6).
                15 WS-RZ-VOUCHER             PIC 9(6).
             10 WS-RZ-PAID-DATE              PIC 9(8).
             10 WS-RZ-FOREIGN                PIC 9(7)V99.
             10 WS-RZ-BOOKED-RATE            PIC 9(3)V9(4).
             10 WS-RZ-PAID-RATE              PIC 9(3)V9(4).
             10 WS-RZ-BOOKED-HOME            PIC 9(7)V99.
             10 WS-RZ-PAID-HOME              PIC 9(7)V99.
             10 WS-RZ-GAIN                   PIC S9(7)V99.

       01 WS-RZ-HOLD.
          05 WS-RZH-KEY                      PIC X(18).
          05                                 PIC X(58).

      * The month's realized figures per operator, in operator
      * order, across every currency the operator was paid in.

       01 WS-OP-TABLE.
          05 WS-OP-COUNT                     PIC 999 VALUE 0.
          05 WS-OP-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-OP-COUNT.
             10 WS-OP-CODE                   PIC X(3).
             10 WS-OP-BOOKED                 PIC 9(9)V99.
             10 WS-OP-PAID                   PIC 9(9)V99.
             10 WS-OP-GAIN                   PIC S9(9)V99.

       01 WS-OP-HOLD.
          05 WS-OPH-CODE                     PIC X(3).
          05                                 PIC X(33).

      * Unrealized exposure per currency.

       01 WS-UC-TABLE.
          05 WS-UC-COUNT                     PIC 99 VALUE 0.
          05 WS-UC-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-UC-COUNT.
             10 WS-UC-CURRENCY               PIC X(3).
             10 WS-UC-FOREIGN                PIC 9(9)V99.
             10 WS-UC-BOOKED                 PIC 9(9)V99.
             10 WS-UC-MARKED                 PIC 9(9)V99.
             10 WS-UC-GAIN                   PIC S9(9)V99.

      * The dated exchange rates.

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

       01 WS-BUSDATE-X                       PIC X(8).

      * Report lines.

       01 FX-HEADING1.
          05                                 PIC X(43) VALUE
               "FOREIGN EXCHANGE GAIN AND LOSS FOR MONTH ".
          05 FXH-MONTH                       PIC 9(6).
          05                                 PIC X(10)
                  VALUE "   RUN ON ".
          05 FXH-DATE                        PIC 9(8).
          05                                 PIC X(43) VALUE SPACES.

       01 FX-SECTION-LINE.
          05 FXS-TEXT                        PIC X(70).
          05                                 PIC X(40) VALUE SPACES.

       01 FX-HEADING2.
          05                                 PIC X(8)  VALUE "CUR OPR".
          05                                 PIC X(7)  VALUE "BOOKNG".
          05 FXH2-VOUCHER                    PIC X(7)  VALUE "VOUCHR".
          05 FXH2-DATE                       PIC X(9)  VALUE "PAID ON".
          05                                 PIC X(12)
                                    VALUE "    FOREIGN".
          05                                 PIC X(10)
                                    VALUE "  BOOKED".
          05 FXH2-RATE                       PIC X(10)
                                    VALUE "    PAID".
          05                                 PIC X(13)
                                    VALUE "  BOOKED HOME".
          05 FXH2-HOME                       PIC X(14)
                                    VALUE "     PAID HOME".
          05 FXH2-GAIN                       PIC X(15)
                                    VALUE "      GAIN/LOSS".
          05                                 PIC X(5)  VALUE SPACES.

       01 FX-DETAIL.
          05 FXD-CURRENCY                    PIC X(3).
          05                                 PIC X     VALUE SPACE.
          05 FXD-OPERATOR                    PIC X(3).
          05                                 PIC X     VALUE SPACE.
          05 FXD-BOOKING                     PIC 9(6).
          05                                 PIC X     VALUE SPACE.
          05 FXD-VOUCHER                     PIC X(6).
          05                                 PIC X     VALUE SPACE.
          05 FXD-DATE                        PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 FXD-FOREIGN                     PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 FXD-BOOKED-RATE                 PIC ZZ9.9999.
          05                                 PIC X(2)  VALUE SPACES.
          05 FXD-OTHER-RATE                  PIC ZZ9.9999.
          05 FXD-BOOKED-HOME                 PIC ZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 FXD-OTHER-HOME                  PIC ZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 FXD-GAIN                        PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(5)  VALUE SPACES.

       01 FX-TOTAL-LINE.
          05 FXT-LABEL                       PIC X(30).
          05 FXT-FOREIGN                     PIC ZZ,ZZZ,ZZ9.99
                                             BLANK WHEN ZERO.
          05                                 PIC X(20) VALUE SPACES.
          05 FXT-BOOKED-HOME                 PIC ZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 FXT-OTHER-HOME                  PIC ZZ,ZZZ,ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 FXT-GAIN                        PIC -ZZ,ZZZ,ZZ9.99.
          05                                 PIC X(5)  VALUE SPACES.

       01 FX-NO-RATE-LINE.
          05 FXN-CURRENCY                    PIC X(3).
          05                                 PIC X     VALUE SPACE.
          05 FXN-OPERATOR                    PIC X(3).
          05                                 PIC X     VALUE SPACE.
          05 FXN-BOOKING                     PIC 9(6).
          05                                 PIC X(17) VALUE SPACES.
          05 FXN-FOREIGN                     PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05                                 PIC X(63) VALUE
               "*** NO RATE ON FILE - NOT MARKED".

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-FXPAY                    PIC X(60)
          VALUE "C:\COBOL\FXPayments.txt".
          05 UT-SYS-EXRFILE                  PIC X(60)
          VALUE "C:\COBOL\ExchangeRates.txt".
          05 UT-SYS-FXREPORT                 PIC X(60)
          VALUE "C:\COBOL\FXReport.txt".
          05 UT-SYS-SCHEDFLAG                PIC X(60)
          VALUE "C:\COBOL\ScheduledRun.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SETS THE MONTH, LOADS THE RATES, THE FOREIGN
      * BOOKINGS AND THE CURRENCY PAYMENTS, AND PRINTS BOTH PARTS.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 010-CHECK-SCHEDULED THRU 010-EXIT
           PERFORM 100-SET-MONTH THRU 100-EXIT
           PERFORM 150-LOAD-RATES THRU 150-EXIT
           PERFORM 200-LOAD-BOOKINGS THRU 200-EXIT
           PERFORM 300-LOAD-PAYMENTS THRU 300-EXIT
           OPEN OUTPUT FX-REPORT-FILE
           MOVE WS-REPORT-MONTH TO FXH-MONTH
           MOVE WS-BUSINESS-DATE TO FXH-DATE
           WRITE REPORT-RECORD FROM FX-HEADING1
           PERFORM 500-WRITE-REALIZED THRU 500-EXIT
           PERFORM 600-WRITE-OPERATORS THRU 600-EXIT
           PERFORM 700-WRITE-UNREALIZED THRU 700-EXIT
           CLOSE FX-REPORT-FILE
           DISPLAY "FX REPORT WRITTEN FOR " WS-REPORT-MONTH " - "
               WS-REALIZED-COUNT " PAYMENTS, " WS-EXPOSED-COUNT
               " BOOKINGS OPEN"
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
      * MONTH, OR THE ONE KEYED AT THE DESK - AND ITS FIRST AND LAST
      * DAY.
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
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
       100-EXIT.

      ******************************************************************
      * 150-LOAD-RATES READS THE DATED EXCHANGE-RATE FILE.
      ******************************************************************
       150-LOAD-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXRFILE-STATUS NOT = "00"
               DISPLAY "NO EXCHANGE RATES ON FILE - STATUS "
                   WS-EXRFILE-STATUS " - OPEN BOOKINGS NOT MARKED"
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-RATE THRU 160-EXIT
               UNTIL WS-EXR-EOF = "YES"
           CLOSE EXCHANGE-RATE-FILE.
       150-EXIT.

       160-READ-RATE.
           READ EXCHANGE-RATE-FILE
               AT END
                   MOVE "YES" TO WS-EXR-EOF
               NOT AT END
                   IF WS-EXR-COUNT < 50
                       ADD 1 TO WS-EXR-COUNT
                       SET EXR-IDX TO WS-EXR-COUNT
                       MOVE XR-CURRENCY
                           TO WS-EXR-TBL-CURRENCY (EXR-IDX)
                       MOVE XR-RATE
                           TO WS-EXR-TBL-RATE (EXR-IDX)
                       MOVE XR-EFFECTIVE-DATE
                           TO WS-EXR-TBL-EFF-DATE (EXR-IDX)
                   END-IF
           END-READ.
       160-EXIT.

      ******************************************************************
      * 200-LOAD-BOOKINGS TABLES EVERY ACTIVE BOOKING SOLD IN A
      * FOREIGN CURRENCY AND BOOKED BY MONTH END. A CANCELLED BOOKING
      * OWES THE OPERATOR NOTHING MORE, AND A WAITLISTED ONE HAS NOT
      * BEEN SOLD TO THE OPERATOR YET.
      ******************************************************************
       200-LOAD-BOOKINGS.
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-BOOKING THRU 210-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           CLOSE BOOKING-FILE.
       200-EXIT.

       210-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
                   GO TO 210-EXIT
           END-READ
           IF BK-CURRENCY-CODE = SPACES OR BK-CURRENCY-CODE = "USD"
               GO TO 210-EXIT
           END-IF
           IF NOT BK-ACTIVE OR BK-BOOKED-DATE > WS-MONTH-END
               GO TO 210-EXIT
           END-IF
           IF WS-FB-COUNT NOT < 2000
               DISPLAY "FOREIGN BOOKING TABLE FULL AT "
                   BK-BOOKING-NO " - REST NOT MARKED"
               MOVE "YES" TO WS-BOOKING-EOF
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-FB-COUNT
           MOVE BK-BOOKING-NO TO WS-FB-BOOKING (WS-FB-COUNT)
           MOVE BK-TOUR-OPERATOR TO WS-FB-OPERATOR (WS-FB-COUNT)
           MOVE BK-CURRENCY-CODE TO WS-FB-CURRENCY (WS-FB-COUNT)
           IF BK-TRIP-DATE NUMERIC
               MOVE BK-TRIP-DATE TO WS-FB-RATE-DATE (WS-FB-COUNT)
           ELSE
               MOVE BK-BOOKED-DATE TO WS-FB-RATE-DATE (WS-FB-COUNT)
           END-IF
           MOVE BK-NET-COST-DUE TO WS-FB-NET-DUE (WS-FB-COUNT)
           MOVE ZEROS TO WS-FB-PAID (WS-FB-COUNT).
       210-EXIT.

      ******************************************************************
      * 300-LOAD-PAYMENTS READS EVERY CURRENCY PAYMENT. ONE PAID BY
      * MONTH END COMES OFF ITS BOOKING'S EXPOSURE; ONE PAID IN THE
      * MONTH GOES ON THE REALIZED TABLE AND ITS OPERATOR'S TOTALS.
      ******************************************************************
       300-LOAD-PAYMENTS.
           OPEN INPUT FX-PAYMENT-FILE
           IF WS-FXPAY-STATUS NOT = "00"
               DISPLAY "NO CURRENCY PAYMENTS ON FILE - STATUS "
                   WS-FXPAY-STATUS
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-PAYMENT THRU 310-EXIT
               UNTIL WS-FX-EOF = "YES"
           CLOSE FX-PAYMENT-FILE.
       300-EXIT.

       310-READ-PAYMENT.
           READ FX-PAYMENT-FILE
               AT END
                   MOVE "YES" TO WS-FX-EOF
                   GO TO 310-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF FX-PAID-DATE > WS-MONTH-END
               GO TO 310-EXIT
           END-IF
           MOVE ZEROS TO WS-FB-HIT
           PERFORM 320-FIND-BOOKING THRU 320-EXIT
               VARYING WS-FB-SUB FROM 1 BY 1
               UNTIL WS-FB-SUB > WS-FB-COUNT OR WS-FB-HIT > ZEROS
           IF WS-FB-HIT > ZEROS
               ADD FX-FOREIGN-AMT TO WS-FB-PAID (WS-FB-HIT)
           END-IF
           IF FX-PAID-DATE < WS-MONTH-START
               GO TO 310-EXIT
           END-IF
           IF WS-RZ-COUNT NOT < 1000
               DISPLAY "REALIZED TABLE FULL - VOUCHER " FX-VOUCHER-NO
                   " LEFT OFF"
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 310-EXIT
           END-IF
           PERFORM 330-KEEP-REALIZED THRU 330-EXIT
           PERFORM 350-ADD-OPERATOR THRU 350-EXIT.
       310-EXIT.

       320-FIND-BOOKING.
           IF WS-FB-BOOKING (WS-FB-SUB) = FX-BOOKING-NO
               MOVE WS-FB-SUB TO WS-FB-HIT
           END-IF.
       320-EXIT.

      ******************************************************************
      * 330-KEEP-REALIZED SLOTS THE PAYMENT INTO THE REALIZED TABLE
      * IN CURRENCY, OPERATOR, BOOKING AND VOUCHER ORDER.
      ******************************************************************
       330-KEEP-REALIZED.
           MOVE SPACES TO WS-RZ-HOLD
           ADD 1 TO WS-RZ-COUNT
           MOVE FX-CURRENCY TO WS-RZ-CURRENCY (WS-RZ-COUNT)
           MOVE FX-OPERATOR TO WS-RZ-OPERATOR (WS-RZ-COUNT)
           MOVE FX-BOOKING-NO TO WS-RZ-BOOKING (WS-RZ-COUNT)
           MOVE FX-VOUCHER-NO TO WS-RZ-VOUCHER (WS-RZ-COUNT)
           MOVE FX-PAID-DATE TO WS-RZ-PAID-DATE (WS-RZ-COUNT)
           MOVE FX-FOREIGN-AMT TO WS-RZ-FOREIGN (WS-RZ-COUNT)
           MOVE FX-BOOKED-RATE TO WS-RZ-BOOKED-RATE (WS-RZ-COUNT)
           MOVE FX-PAID-RATE TO WS-RZ-PAID-RATE (WS-RZ-COUNT)
           MOVE FX-BOOKED-HOME TO WS-RZ-BOOKED-HOME (WS-RZ-COUNT)
           MOVE FX-PAID-HOME TO WS-RZ-PAID-HOME (WS-RZ-COUNT)
           MOVE FX-GAIN-LOSS TO WS-RZ-GAIN (WS-RZ-COUNT)
           MOVE WS-RZ-ENTRIES (WS-RZ-COUNT) TO WS-RZ-HOLD
           MOVE WS-RZ-COUNT TO WS-RZ-SUB
           PERFORM 340-MAKE-ROOM THRU 340-EXIT
               UNTIL WS-RZ-SUB <= 1
               OR WS-RZ-KEY (WS-RZ-SUB - 1) <= WS-RZH-KEY
           MOVE WS-RZ-HOLD TO WS-RZ-ENTRIES (WS-RZ-SUB)
           ADD 1 TO WS-REALIZED-COUNT.
       330-EXIT.

       340-MAKE-ROOM.
           MOVE WS-RZ-ENTRIES (WS-RZ-SUB - 1)
               TO WS-RZ-ENTRIES (WS-RZ-SUB)
           SUBTRACT 1 FROM WS-RZ-SUB.
       340-EXIT.

      ******************************************************************
      * 350-ADD-OPERATOR ADDS THE PAYMENT TO ITS OPERATOR'S TOTALS,
      * SLOTTING A NEW OPERATOR IN CODE ORDER.
      ******************************************************************
       350-ADD-OPERATOR.
           MOVE ZEROS TO WS-OP-HIT
           PERFORM 360-FIND-OPERATOR THRU 360-EXIT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT OR WS-OP-HIT > ZEROS
           IF WS-OP-HIT = ZEROS
               IF WS-OP-COUNT NOT < 200
                   GO TO 350-EXIT
               END-IF
               MOVE SPACES TO WS-OP-HOLD
               ADD 1 TO WS-OP-COUNT
               MOVE FX-OPERATOR TO WS-OP-CODE (WS-OP-COUNT)
               MOVE ZEROS TO WS-OP-BOOKED (WS-OP-COUNT)
                   WS-OP-PAID (WS-OP-COUNT) WS-OP-GAIN (WS-OP-COUNT)
               MOVE WS-OP-ENTRIES (WS-OP-COUNT) TO WS-OP-HOLD
               MOVE WS-OP-COUNT TO WS-OP-HIT
               PERFORM 370-MAKE-ROOM THRU 370-EXIT
                   UNTIL WS-OP-HIT <= 1
                   OR WS-OP-CODE (WS-OP-HIT - 1) <= WS-OPH-CODE
               MOVE WS-OP-HOLD TO WS-OP-ENTRIES (WS-OP-HIT)
           END-IF
           ADD FX-BOOKED-HOME TO WS-OP-BOOKED (WS-OP-HIT)
           ADD FX-PAID-HOME TO WS-OP-PAID (WS-OP-HIT)
           ADD FX-GAIN-LOSS TO WS-OP-GAIN (WS-OP-HIT).
       350-EXIT.

       360-FIND-OPERATOR.
           IF WS-OP-CODE (WS-OP-SUB) = FX-OPERATOR
               MOVE WS-OP-SUB TO WS-OP-HIT
           END-IF.
       360-EXIT.

       370-MAKE-ROOM.
           MOVE WS-OP-ENTRIES (WS-OP-HIT - 1)
               TO WS-OP-ENTRIES (WS-OP-HIT)
           SUBTRACT 1 FROM WS-OP-HIT.
       370-EXIT.

      ******************************************************************
      * 500-WRITE-REALIZED PRINTS THE MONTH'S PAYMENTS WITH A
      * SUBTOTAL AT EVERY CHANGE OF OPERATOR AND OF CURRENCY, THEN
      * THE MONTH'S TOTAL IN HOME MONEY.
      ******************************************************************
       500-WRITE-REALIZED.
           MOVE "REALIZED ON OPERATOR PAYMENTS MADE IN THE MONTH"
               TO FXS-TEXT
           WRITE REPORT-RECORD FROM FX-SECTION-LINE
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM FX-HEADING2
            AFTER ADVANCING 2 LINES
           IF WS-RZ-COUNT = ZEROS
               MOVE "NO FOREIGN-CURRENCY OPERATOR PAYMENTS THIS MONTH"
                   TO FXS-TEXT
               WRITE REPORT-RECORD FROM FX-SECTION-LINE
               GO TO 500-EXIT
           END-IF
           MOVE WS-RZ-CURRENCY (1) TO WS-PREV-CURRENCY
           MOVE WS-RZ-OPERATOR (1) TO WS-PREV-OPERATOR
           MOVE ZEROS TO WS-OPT-FOREIGN WS-OPT-BOOKED WS-OPT-PAID
               WS-OPT-GAIN WS-CUT-FOREIGN WS-CUT-BOOKED WS-CUT-PAID
               WS-CUT-GAIN
           PERFORM 510-WRITE-PAYMENT THRU 510-EXIT
               VARYING WS-RZ-SUB FROM 1 BY 1
               UNTIL WS-RZ-SUB > WS-RZ-COUNT
           PERFORM 520-OPERATOR-BREAK THRU 520-EXIT
           PERFORM 530-CURRENCY-BREAK THRU 530-EXIT
           MOVE "TOTAL REALIZED, HOME MONEY" TO FXT-LABEL
           MOVE ZEROS TO FXT-FOREIGN
           MOVE WS-GRT-BOOKED TO FXT-BOOKED-HOME
           MOVE WS-GRT-PAID TO FXT-OTHER-HOME
           MOVE WS-GRT-GAIN TO FXT-GAIN
           WRITE REPORT-RECORD FROM FX-TOTAL-LINE
            AFTER ADVANCING 2 LINES.
       500-EXIT.

       510-WRITE-PAYMENT.
           IF WS-RZ-CURRENCY (WS-RZ-SUB) NOT = WS-PREV-CURRENCY
               PERFORM 520-OPERATOR-BREAK THRU 520-EXIT
               PERFORM 530-CURRENCY-BREAK THRU 530-EXIT
           ELSE
               IF WS-RZ-OPERATOR (WS-RZ-SUB) NOT = WS-PREV-OPERATOR
                   PERFORM 520-OPERATOR-BREAK THRU 520-EXIT
               END-IF
           END-IF
           MOVE WS-RZ-CURRENCY (WS-RZ-SUB) TO FXD-CURRENCY
           MOVE WS-RZ-OPERATOR (WS-RZ-SUB) TO FXD-OPERATOR
           MOVE WS-RZ-BOOKING (WS-RZ-SUB) TO FXD-BOOKING
           MOVE WS-RZ-VOUCHER (WS-RZ-SUB) TO FXD-VOUCHER
           MOVE WS-RZ-PAID-DATE (WS-RZ-SUB) TO FXD-DATE
           MOVE WS-RZ-FOREIGN (WS-RZ-SUB) TO FXD-FOREIGN
           MOVE WS-RZ-BOOKED-RATE (WS-RZ-SUB) TO FXD-BOOKED-RATE
           MOVE WS-RZ-PAID-RATE (WS-RZ-SUB) TO FXD-OTHER-RATE
           MOVE WS-RZ-BOOKED-HOME (WS-RZ-SUB) TO FXD-BOOKED-HOME
           MOVE WS-RZ-PAID-HOME (WS-RZ-SUB) TO FXD-OTHER-HOME
           MOVE WS-RZ-GAIN (WS-RZ-SUB) TO FXD-GAIN
           WRITE REPORT-RECORD FROM FX-DETAIL
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD WS-RZ-FOREIGN (WS-RZ-SUB) TO WS-OPT-FOREIGN
           ADD WS-RZ-BOOKED-HOME (WS-RZ-SUB) TO WS-OPT-BOOKED
           ADD WS-RZ-PAID-HOME (WS-RZ-SUB) TO WS-OPT-PAID
           ADD WS-RZ-GAIN (WS-RZ-SUB) TO WS-OPT-GAIN.
       510-EXIT.

      ******************************************************************
      * 520-OPERATOR-BREAK PRINTS THE OPERATOR'S SUBTOTAL IN THE
      * CURRENCY AND ROLLS IT INTO THE CURRENCY'S.
      ******************************************************************
       520-OPERATOR-BREAK.
           MOVE SPACES TO FXT-LABEL
           STRING "  OPERATOR " DELIMITED BY SIZE
               WS-PREV-OPERATOR DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               WS-PREV-CURRENCY DELIMITED BY SIZE
               INTO FXT-LABEL
           END-STRING
           MOVE WS-OPT-FOREIGN TO FXT-FOREIGN
           MOVE WS-OPT-BOOKED TO FXT-BOOKED-HOME
           MOVE WS-OPT-PAID TO FXT-OTHER-HOME
           MOVE WS-OPT-GAIN TO FXT-GAIN
           WRITE REPORT-RECORD FROM FX-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-OPT-FOREIGN TO WS-CUT-FOREIGN
           ADD WS-OPT-BOOKED TO WS-CUT-BOOKED
           ADD WS-OPT-PAID TO WS-CUT-PAID
           ADD WS-OPT-GAIN TO WS-CUT-GAIN
           MOVE ZEROS TO WS-OPT-FOREIGN WS-OPT-BOOKED WS-OPT-PAID
               WS-OPT-GAIN
           IF WS-RZ-SUB NOT > WS-RZ-COUNT
               MOVE WS-RZ-OPERATOR (WS-RZ-SUB) TO WS-PREV-OPERATOR
           END-IF.
       520-EXIT.

      ******************************************************************
      * 530-CURRENCY-BREAK PRINTS THE CURRENCY'S TOTAL AND ROLLS ITS
      * HOME FIGURES INTO THE MONTH'S.
      ******************************************************************
       530-CURRENCY-BREAK.
           MOVE SPACES TO FXT-LABEL
           STRING "CURRENCY " DELIMITED BY SIZE
               WS-PREV-CURRENCY DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO FXT-LABEL
           END-STRING
           MOVE WS-CUT-FOREIGN TO FXT-FOREIGN
           MOVE WS-CUT-BOOKED TO FXT-BOOKED-HOME
           MOVE WS-CUT-PAID TO FXT-OTHER-HOME
           MOVE WS-CUT-GAIN TO FXT-GAIN
           WRITE REPORT-RECORD FROM FX-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-CUT-BOOKED TO WS-GRT-BOOKED
           ADD WS-CUT-PAID TO WS-GRT-PAID
           ADD WS-CUT-GAIN TO WS-GRT-GAIN
           MOVE ZEROS TO WS-CUT-FOREIGN WS-CUT-BOOKED WS-CUT-PAID
               WS-CUT-GAIN
           IF WS-RZ-SUB NOT > WS-RZ-COUNT
               MOVE WS-RZ-CURRENCY (WS-RZ-SUB) TO WS-PREV-CURRENCY
           END-IF.
       530-EXIT.

      ******************************************************************
      * 600-WRITE-OPERATORS PRINTS EACH OPERATOR'S REALIZED FIGURES
      * ACROSS EVERY CURRENCY IT WAS PAID IN, IN HOME MONEY.
      ******************************************************************
       600-WRITE-OPERATORS.
           IF WS-OP-COUNT = ZEROS
               GO TO 600-EXIT
           END-IF
           MOVE "REALIZED BY OPERATOR, ALL CURRENCIES" TO FXS-TEXT
           WRITE REPORT-RECORD FROM FX-SECTION-LINE
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 610-WRITE-OPERATOR THRU 610-EXIT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT.
       600-EXIT.

       610-WRITE-OPERATOR.
           MOVE SPACES TO FXT-LABEL
           STRING "OPERATOR " DELIMITED BY SIZE
               WS-OP-CODE (WS-OP-SUB) DELIMITED BY SIZE
               INTO FXT-LABEL
           END-STRING
           MOVE ZEROS TO FXT-FOREIGN
           MOVE WS-OP-BOOKED (WS-OP-SUB) TO FXT-BOOKED-HOME
           MOVE WS-OP-PAID (WS-OP-SUB) TO FXT-OTHER-HOME
           MOVE WS-OP-GAIN (WS-OP-SUB) TO FXT-GAIN
           WRITE REPORT-RECORD FROM FX-TOTAL-LINE.
       610-EXIT.

      ******************************************************************
      * 700-WRITE-UNREALIZED PRINTS EVERY FOREIGN-CURRENCY BOOKING
      * STILL OWING THE OPERATOR AT MONTH END, MARKED TO THE RATE IN
      * FORCE ON THE LAST DAY OF THE MONTH, THEN THE TOTALS PER
      * CURRENCY.
      ******************************************************************
       700-WRITE-UNREALIZED.
           MOVE "UNREALIZED ON OPERATOR COST NOT YET PAID AT MONTH END"
               TO FXS-TEXT
           WRITE REPORT-RECORD FROM FX-SECTION-LINE
            AFTER ADVANCING 3 LINES
           MOVE SPACES TO FXH2-VOUCHER
           MOVE "RATE DATE" TO FXH2-DATE
           MOVE "    MARKED" TO FXH2-RATE
           MOVE "   MARKED HOME" TO FXH2-HOME
           MOVE "     UNREALIZED" TO FXH2-GAIN
           WRITE REPORT-RECORD FROM FX-HEADING2
            AFTER ADVANCING 2 LINES
           PERFORM 710-WRITE-EXPOSURE THRU 710-EXIT
               VARYING WS-FB-SUB FROM 1 BY 1
               UNTIL WS-FB-SUB > WS-FB-COUNT
           IF WS-EXPOSED-COUNT = ZEROS
               MOVE "NO FOREIGN-CURRENCY OPERATOR COST OUTSTANDING"
                   TO FXS-TEXT
               WRITE REPORT-RECORD FROM FX-SECTION-LINE
               GO TO 700-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 730-WRITE-CURRENCY THRU 730-EXIT
               VARYING WS-UC-SUB FROM 1 BY 1
               UNTIL WS-UC-SUB > WS-UC-COUNT
           MOVE "TOTAL UNREALIZED, HOME MONEY" TO FXT-LABEL
           MOVE ZEROS TO FXT-FOREIGN
           MOVE WS-UNT-BOOKED TO FXT-BOOKED-HOME
           MOVE WS-UNT-MARKED TO FXT-OTHER-HOME
           MOVE WS-UNT-GAIN TO FXT-GAIN
           WRITE REPORT-RECORD FROM FX-TOTAL-LINE
            AFTER ADVANCING 2 LINES.
       700-EXIT.

      ******************************************************************
      * 710-WRITE-EXPOSURE PRICES ONE BOOKING'S UNPAID NET COST AT
      * THE BOOKED RATE AND AT MONTH END'S RATE.
      ******************************************************************
       710-WRITE-EXPOSURE.
           COMPUTE WS-EXPOSURE = WS-FB-NET-DUE (WS-FB-SUB)
               - WS-FB-PAID (WS-FB-SUB)
           IF WS-EXPOSURE NOT > ZEROS
               GO TO 710-EXIT
           END-IF
           ADD 1 TO WS-EXPOSED-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE WS-FB-CURRENCY (WS-FB-SUB) TO WS-RATE-CURRENCY
           MOVE WS-FB-RATE-DATE (WS-FB-SUB) TO WS-RATE-DATE-USED
           PERFORM 800-FIND-RATE THRU 800-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               GO TO 710-NO-RATE
           END-IF
           MOVE WS-EXR-RATE-USED TO WS-BOOKED-RATE
           MOVE WS-MONTH-END TO WS-RATE-DATE-USED
           PERFORM 800-FIND-RATE THRU 800-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               GO TO 710-NO-RATE
           END-IF
           COMPUTE WS-BOOKED-HOME ROUNDED = WS-EXPOSURE * WS-BOOKED-RATE
           COMPUTE WS-MARKED-HOME ROUNDED =
               WS-EXPOSURE * WS-EXR-RATE-USED
           COMPUTE WS-UNREALIZED = WS-BOOKED-HOME - WS-MARKED-HOME
           MOVE WS-FB-CURRENCY (WS-FB-SUB) TO FXD-CURRENCY
           MOVE WS-FB-OPERATOR (WS-FB-SUB) TO FXD-OPERATOR
           MOVE WS-FB-BOOKING (WS-FB-SUB) TO FXD-BOOKING
           MOVE SPACES TO FXD-VOUCHER
           MOVE WS-FB-RATE-DATE (WS-FB-SUB) TO FXD-DATE
           MOVE WS-EXPOSURE TO FXD-FOREIGN
           MOVE WS-BOOKED-RATE TO FXD-BOOKED-RATE
           MOVE WS-EXR-RATE-USED TO FXD-OTHER-RATE
           MOVE WS-BOOKED-HOME TO FXD-BOOKED-HOME
           MOVE WS-MARKED-HOME TO FXD-OTHER-HOME
           MOVE WS-UNREALIZED TO FXD-GAIN
           WRITE REPORT-RECORD FROM FX-DETAIL
           PERFORM 720-ADD-CURRENCY THRU 720-EXIT
           IF WS-UC-HIT > ZEROS
               ADD WS-EXPOSURE TO WS-UC-FOREIGN (WS-UC-HIT)
               ADD WS-BOOKED-HOME TO WS-UC-BOOKED (WS-UC-HIT)
               ADD WS-MARKED-HOME TO WS-UC-MARKED (WS-UC-HIT)
               ADD WS-UNREALIZED TO WS-UC-GAIN (WS-UC-HIT)
           END-IF
           ADD WS-BOOKED-HOME TO WS-UNT-BOOKED
           ADD WS-MARKED-HOME TO WS-UNT-MARKED
           ADD WS-UNREALIZED TO WS-UNT-GAIN
           GO TO 710-EXIT.
       710-NO-RATE.
           MOVE WS-FB-CURRENCY (WS-FB-SUB) TO FXN-CURRENCY
           MOVE WS-FB-OPERATOR (WS-FB-SUB) TO FXN-OPERATOR
           MOVE WS-FB-BOOKING (WS-FB-SUB) TO FXN-BOOKING
           MOVE WS-EXPOSURE TO FXN-FOREIGN
           WRITE REPORT-RECORD FROM FX-NO-RATE-LINE.
       710-EXIT.

      ******************************************************************
      * 720-ADD-CURRENCY LEAVES WS-UC-HIT ON THE BOOKING'S CURRENCY
      * IN THE EXPOSURE TOTALS, ADDING IT WHEN FIRST SEEN.
      ******************************************************************
       720-ADD-CURRENCY.
           MOVE ZEROS TO WS-UC-HIT
           PERFORM 725-FIND-CURRENCY THRU 725-EXIT
               VARYING WS-UC-SUB FROM 1 BY 1
               UNTIL WS-UC-SUB > WS-UC-COUNT OR WS-UC-HIT > ZEROS
           IF WS-UC-HIT = ZEROS AND WS-UC-COUNT < 50
               ADD 1 TO WS-UC-COUNT
               MOVE WS-UC-COUNT TO WS-UC-HIT
               MOVE WS-FB-CURRENCY (WS-FB-SUB)
                   TO WS-UC-CURRENCY (WS-UC-HIT)
               MOVE ZEROS TO WS-UC-FOREIGN (WS-UC-HIT)
                   WS-UC-BOOKED (WS-UC-HIT) WS-UC-MARKED (WS-UC-HIT)
                   WS-UC-GAIN (WS-UC-HIT)
           END-IF.
       720-EXIT.

       725-FIND-CURRENCY.
           IF WS-UC-CURRENCY (WS-UC-SUB) = WS-FB-CURRENCY (WS-FB-SUB)
               MOVE WS-UC-SUB TO WS-UC-HIT
           END-IF.
       725-EXIT.

       730-WRITE-CURRENCY.
           MOVE SPACES TO FXT-LABEL
           STRING "CURRENCY " DELIMITED BY SIZE
               WS-UC-CURRENCY (WS-UC-SUB) DELIMITED BY SIZE
               " EXPOSURE" DELIMITED BY SIZE
               INTO FXT-LABEL
           END-STRING
           MOVE WS-UC-FOREIGN (WS-UC-SUB) TO FXT-FOREIGN
           MOVE WS-UC-BOOKED (WS-UC-SUB) TO FXT-BOOKED-HOME
           MOVE WS-UC-MARKED (WS-UC-SUB) TO FXT-OTHER-HOME
           MOVE WS-UC-GAIN (WS-UC-SUB) TO FXT-GAIN
           WRITE REPORT-RECORD FROM FX-TOTAL-LINE.
       730-EXIT.

      ******************************************************************
      * 800-FIND-RATE FINDS THE RATE FOR WS-RATE-CURRENCY IN FORCE ON
      * WS-RATE-DATE-USED - THE LATEST EFFECTIVE DATE NOT AFTER IT.
      ******************************************************************
       800-FIND-RATE.
           MOVE "NO" TO WS-EXR-RATE-FOUND
           MOVE ZEROS TO WS-EXR-BEST-DATE
           PERFORM 810-CHECK-RATE THRU 810-EXIT
               VARYING WS-EXR-SUB FROM 1 BY 1
               UNTIL WS-EXR-SUB > WS-EXR-COUNT.
       800-EXIT.

       810-CHECK-RATE.
           IF WS-EXR-TBL-CURRENCY (WS-EXR-SUB) = WS-RATE-CURRENCY
               AND WS-EXR-TBL-EFF-DATE (WS-EXR-SUB)
                   NOT > WS-RATE-DATE-USED
               IF WS-EXR-RATE-FOUND = "NO"
                   OR WS-EXR-TBL-EFF-DATE (WS-EXR-SUB)
                       NOT < WS-EXR-BEST-DATE
                   MOVE "YES" TO WS-EXR-RATE-FOUND
                   MOVE WS-EXR-TBL-EFF-DATE (WS-EXR-SUB)
                       TO WS-EXR-BEST-DATE
                   MOVE WS-EXR-TBL-RATE (WS-EXR-SUB)
                       TO WS-EXR-RATE-USED
               END-IF
           END-IF.
       810-EXIT.

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
           MOVE "FXREPORT" TO RL-PROGRAM-NAME
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
