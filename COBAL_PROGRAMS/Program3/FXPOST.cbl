       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FXPOST.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly currency payment capture. TRIPCONF quotes the client
      * a trip sold in a foreign currency at the rate in force on
      * the trip date, but the operator is paid weeks later at
      * whatever ExchangeRates.txt says that day. This step finds
      * every operator voucher APPAYRUN has marked paid (see
      * copybooks/APITEM.cpy) against a booking sold in a foreign
      * currency and records it on FXPayments.txt (see
      * copybooks/FXPAY.cpy): the foreign amount, the booked rate
      * and the rate on the day it was paid, the home amount both
      * ways, and the gain or loss between them. GLEXTRACT journals
      * the gain or loss on the extract for tonight's business date
      * and FXREPORT reports it by booking, currency and operator.
      *
      * A voucher's invoice number is the booking number, or the
      * confirmation number of the itinerary segment it paid (see
      * copybooks/ITINSEG.cpy); a voucher from before booking
      * numbers carries neither and is passed over. A voucher
      * already on FXPayments.txt is never recorded twice, so a
      * rerun adds nothing. One whose currency has no rate on file
      * for the trip date or the paid date is listed in the night's
      * log and left for the next run, once the rate is keyed in
      * EXRTMNT.
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

      * Select statement for the itinerary segment file.

       SELECT ITIN-SEGMENT-FILE
              ASSIGN TO UT-SYS-ITINSEG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITINSEG-STATUS.

      * Select statement for the payables open item file.

       SELECT AP-OPEN-FILE
              ASSIGN TO UT-SYS-APOPEN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APOPEN-STATUS.

      * Select statement for the dated exchange-rate file.

       SELECT EXCHANGE-RATE-FILE
              ASSIGN TO UT-SYS-EXRFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXRFILE-STATUS.

      * Select statement for the currency payment file.

       SELECT FX-PAYMENT-FILE
              ASSIGN TO UT-SYS-FXPAY
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FXPAY-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the itinerary segment file.

       FD  ITIN-SEGMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITINSEG.

      * File description for the payables open item file.

       FD  AP-OPEN-FILE.
       COPY APITEM.

      * File description for the exchange-rate file.

       FD  EXCHANGE-RATE-FILE.
       COPY EXCHRATE.

      * File description for the currency payment file.

       FD  FX-PAYMENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY FXPAY.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-ITINSEG-STATUS               PIC XX.
          05 WS-APOPEN-STATUS                PIC XX.
          05 WS-EXRFILE-STATUS               PIC XX.
          05 WS-FXPAY-STATUS                 PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-IS-EOF                       PIC XXX VALUE "NO".
          05 WS-AP-EOF                       PIC XXX VALUE "NO".
          05 WS-EXR-EOF                      PIC XXX VALUE "NO".
          05 WS-FX-EOF                       PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-FOUND                        PIC XXX.
          05 WS-FB-SUB                       PIC 9(4).
          05 WS-FB-HIT                       PIC 9(4).
          05 WS-FS-SUB                       PIC 9(4).
          05 WS-FV-SUB                       PIC 9(4).
          05 WS-FIND-BOOKING                 PIC 9(6).
          05 WS-EXR-SUB                      PIC 99.
          05 WS-EXR-BEST-DATE                PIC 9(8).
          05 WS-EXR-RATE-FOUND               PIC XXX.
          05 WS-EXR-RATE-USED                PIC 9(3)V9(4).
          05 WS-RATE-CURRENCY                PIC X(3).
          05 WS-RATE-DATE-USED               PIC 9(8).
          05 WS-BOOKED-RATE                  PIC 9(3)V9(4).
          05 WS-BOOKED-RATE-DATE             PIC 9(8).
          05 WS-RECORDED-COUNT               PIC 9(5) VALUE 0.
          05 WS-NO-RATE-COUNT                PIC 9(5) VALUE 0.
          05 WS-GAIN-TOTAL                   PIC 9(8)V99 VALUE 0.
          05 WS-LOSS-TOTAL                   PIC 9(8)V99 VALUE 0.

      * The voucher's invoice number seen as a booking number - six
      * digits and nothing after them.

       01 WS-AP-INVOICE-KEY.
          05 WS-APK-BOOKING                  PIC X(6).
          05 WS-APK-REST                     PIC X(6).

      * Every booking sold in a foreign currency, in booking number
      * order as the master reads.

       01 WS-FB-TABLE.
          05 WS-FB-COUNT                     PIC 9(4) VALUE 0.
          05 WS-FB-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-FB-COUNT.
             10 WS-FB-BOOKING                PIC 9(6).
             10 WS-FB-OPERATOR               PIC X(3).
             10 WS-FB-CURRENCY               PIC X(3).
             10 WS-FB-RATE-DATE              PIC 9(8).

      * The confirmation number of every segment on those bookings.

       01 WS-FS-TABLE.
          05 WS-FS-COUNT                     PIC 9(4) VALUE 0.
          05 WS-FS-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-FS-COUNT.
             10 WS-FS-CONFIRM                PIC X(12).
             10 WS-FS-BOOKING                PIC 9(6).
             10 WS-FS-SUPPLIER               PIC X(3).

      * The vouchers already on the currency payment file.

       01 WS-FV-TABLE.
          05 WS-FV-COUNT                     PIC 9(4) VALUE 0.
          05 WS-FV-ENTRIES OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-FV-COUNT.
             10 WS-FV-VOUCHER                PIC 9(6).

      * The dated exchange rates.

       01 WS-EXR-TABLE.
          05 WS-EXR-COUNT                    PIC 99 VALUE 0.
          05 WS-EXR-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-EXR-COUNT
               INDEXED BY EXR-IDX.
             10 WS-EXR-TBL-CURRENCY          PIC X(3).
             10 WS-EXR-TBL-RATE              PIC 9(3)V9(4).
             10 WS-EXR-TBL-EFF-DATE          PIC 9(8).

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-ITINSEG                  PIC X(60)
          VALUE "C:\COBOL\ItinSegments.txt".
          05 UT-SYS-APOPEN                   PIC X(60)
          VALUE "C:\COBOL\PayablesOpen.txt".
          05 UT-SYS-EXRFILE                  PIC X(60)
          VALUE "C:\COBOL\ExchangeRates.txt".
          05 UT-SYS-FXPAY                    PIC X(60)
          VALUE "C:\COBOL\FXPayments.txt".

      * The business date each record is stamped as posted on (see
      * copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE FOREIGN-CURRENCY BOOKINGS, THEIR
      * SEGMENTS, THE RATES AND THE VOUCHERS ALREADY RECORDED, THEN
      * RECORDS EVERY NEWLY PAID VOUCHER AGAINST THEM.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-TODAY
           PERFORM 100-LOAD-BOOKINGS THRU 100-EXIT
           IF WS-FB-COUNT = ZEROS
               DISPLAY "NO BOOKINGS SOLD IN A FOREIGN CURRENCY - "
                   "NOTHING TO RECORD"
               STOP RUN
           END-IF
           PERFORM 150-LOAD-SEGMENTS THRU 150-EXIT
           PERFORM 200-LOAD-RATES THRU 200-EXIT
           PERFORM 250-LOAD-RECORDED THRU 250-EXIT
           OPEN INPUT AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = "00"
               DISPLAY "NO PAYABLES ON FILE - STATUS "
                   WS-APOPEN-STATUS " - NOTHING TO RECORD"
               STOP RUN
           END-IF
           OPEN EXTEND FX-PAYMENT-FILE
           IF WS-FXPAY-STATUS NOT = "00"
               OPEN OUTPUT FX-PAYMENT-FILE
           END-IF
           PERFORM 300-READ-VOUCHER THRU 300-EXIT
               UNTIL WS-AP-EOF = "YES"
           CLOSE AP-OPEN-FILE
           CLOSE FX-PAYMENT-FILE
           DISPLAY "CURRENCY PAYMENTS RECORDED " WS-RECORDED-COUNT
               " - GAIN " WS-GAIN-TOTAL " LOSS " WS-LOSS-TOTAL
           IF WS-NO-RATE-COUNT > ZEROS
               DISPLAY WS-NO-RATE-COUNT " PAID VOUCHERS HELD OVER FOR"
                   " WANT OF A RATE"
           END-IF
       STOP RUN.

      ******************************************************************
      * 100-LOAD-BOOKINGS TABLES EVERY BOOKING WHOSE CURRENCY IS NOT
      * THE HOME CURRENCY, WITH THE DATE ITS BOOKED RATE IS TAKEN
      * ON - THE TRIP DATE, OR THE BOOKED DATE WHEN UNDATED.
      ******************************************************************
       100-LOAD-BOOKINGS.
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-BOOKING THRU 110-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           CLOSE BOOKING-FILE.
       100-EXIT.

       110-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
                   GO TO 110-EXIT
           END-READ
           IF BK-CURRENCY-CODE = SPACES OR BK-CURRENCY-CODE = "USD"
               GO TO 110-EXIT
           END-IF
           IF WS-FB-COUNT NOT < 2000
               DISPLAY "FOREIGN BOOKING TABLE FULL AT "
                   BK-BOOKING-NO " - REST NOT RECORDED"
               MOVE "YES" TO WS-BOOKING-EOF
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-FB-COUNT
           MOVE BK-BOOKING-NO TO WS-FB-BOOKING (WS-FB-COUNT)
           MOVE BK-TOUR-OPERATOR TO WS-FB-OPERATOR (WS-FB-COUNT)
           MOVE BK-CURRENCY-CODE TO WS-FB-CURRENCY (WS-FB-COUNT)
           IF BK-TRIP-DATE NUMERIC
               MOVE BK-TRIP-DATE TO WS-FB-RATE-DATE (WS-FB-COUNT)
           ELSE
               MOVE BK-BOOKED-DATE TO WS-FB-RATE-DATE (WS-FB-COUNT)
           END-IF.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-SEGMENTS TABLES THE CONFIRMATION NUMBER OF EVERY
      * SEGMENT ON A FOREIGN-CURRENCY BOOKING, SO A VOUCHER PAID
      * SEGMENT BY SEGMENT IS TRACED BACK TO ITS BOOKING.
      ******************************************************************
       150-LOAD-SEGMENTS.
           OPEN INPUT ITIN-SEGMENT-FILE
           IF WS-ITINSEG-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-SEGMENT THRU 160-EXIT
               UNTIL WS-IS-EOF = "YES"
           CLOSE ITIN-SEGMENT-FILE.
       150-EXIT.

       160-READ-SEGMENT.
           READ ITIN-SEGMENT-FILE
               AT END
                   MOVE "YES" TO WS-IS-EOF
                   GO TO 160-EXIT
           END-READ
           IF IS-CONFIRM-NO = SPACES
               GO TO 160-EXIT
           END-IF
           MOVE IS-BOOKING-NO TO WS-FIND-BOOKING
           PERFORM 400-FIND-BOOKING THRU 400-EXIT
           IF WS-FB-HIT = ZEROS OR WS-FS-COUNT NOT < 2000
               GO TO 160-EXIT
           END-IF
           ADD 1 TO WS-FS-COUNT
           MOVE IS-CONFIRM-NO TO WS-FS-CONFIRM (WS-FS-COUNT)
           MOVE IS-BOOKING-NO TO WS-FS-BOOKING (WS-FS-COUNT)
           MOVE IS-SUPPLIER TO WS-FS-SUPPLIER (WS-FS-COUNT).
       160-EXIT.

      ******************************************************************
      * 200-LOAD-RATES READS THE DATED EXCHANGE-RATE FILE.
      ******************************************************************
       200-LOAD-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXRFILE-STATUS NOT = "00"
               DISPLAY "NO EXCHANGE RATES ON FILE - STATUS "
                   WS-EXRFILE-STATUS
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-RATE THRU 210-EXIT
               UNTIL WS-EXR-EOF = "YES"
           CLOSE EXCHANGE-RATE-FILE.
       200-EXIT.

       210-READ-RATE.
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
       210-EXIT.

      ******************************************************************
      * 250-LOAD-RECORDED TABLES THE VOUCHERS ALREADY RECORDED.
      ******************************************************************
       250-LOAD-RECORDED.
           OPEN INPUT FX-PAYMENT-FILE
           IF WS-FXPAY-STATUS NOT = "00"
               GO TO 250-EXIT
           END-IF
           PERFORM 260-READ-RECORDED THRU 260-EXIT
               UNTIL WS-FX-EOF = "YES"
           CLOSE FX-PAYMENT-FILE.
       250-EXIT.

       260-READ-RECORDED.
           READ FX-PAYMENT-FILE
               AT END
                   MOVE "YES" TO WS-FX-EOF
               NOT AT END
                   IF WS-FV-COUNT < 5000
                       ADD 1 TO WS-FV-COUNT
                       MOVE FX-VOUCHER-NO
                           TO WS-FV-VOUCHER (WS-FV-COUNT)
                   END-IF
           END-READ.
       260-EXIT.

      ******************************************************************
      * 300-READ-VOUCHER TAKES THE NEXT PAYABLE. A PAID OPERATOR
      * VOUCHER NOT YET RECORDED, WHOSE INVOICE NUMBER LEADS BACK TO
      * A FOREIGN-CURRENCY BOOKING, IS RECORDED.
      ******************************************************************
       300-READ-VOUCHER.
           READ AP-OPEN-FILE
               AT END
                   MOVE "YES" TO WS-AP-EOF
                   GO TO 300-EXIT
           END-READ
           IF NOT AP-OPERATOR-ITEM OR NOT AP-PAID
               GO TO 300-EXIT
           END-IF
           MOVE "NO" TO WS-FOUND
           PERFORM 310-CHECK-RECORDED THRU 310-EXIT
               VARYING WS-FV-SUB FROM 1 BY 1
               UNTIL WS-FV-SUB > WS-FV-COUNT OR WS-FOUND = "YES"
           IF WS-FOUND = "YES"
               GO TO 300-EXIT
           END-IF
           MOVE ZEROS TO WS-FB-HIT
           MOVE AP-INVOICE-NO TO WS-AP-INVOICE-KEY
           IF WS-APK-BOOKING NUMERIC AND WS-APK-REST = SPACES
               MOVE WS-APK-BOOKING TO WS-FIND-BOOKING
               PERFORM 400-FIND-BOOKING THRU 400-EXIT
           ELSE
               PERFORM 320-CHECK-SEGMENT THRU 320-EXIT
                   VARYING WS-FS-SUB FROM 1 BY 1
                   UNTIL WS-FS-SUB > WS-FS-COUNT OR WS-FB-HIT > ZEROS
           END-IF
           IF WS-FB-HIT = ZEROS
               GO TO 300-EXIT
           END-IF
           PERFORM 500-RECORD-PAYMENT THRU 500-EXIT.
       300-EXIT.

       310-CHECK-RECORDED.
           IF WS-FV-VOUCHER (WS-FV-SUB) = AP-VOUCHER-NO
               MOVE "YES" TO WS-FOUND
           END-IF.
       310-EXIT.

       320-CHECK-SEGMENT.
           IF WS-FS-CONFIRM (WS-FS-SUB) = AP-INVOICE-NO
               AND WS-FS-SUPPLIER (WS-FS-SUB) = AP-PAYEE-CODE (1:3)
               MOVE WS-FS-BOOKING (WS-FS-SUB) TO WS-FIND-BOOKING
               PERFORM 400-FIND-BOOKING THRU 400-EXIT
           END-IF.
       320-EXIT.

      ******************************************************************
      * 400-FIND-BOOKING LEAVES WS-FB-HIT ON THE FOREIGN-CURRENCY
      * BOOKING NUMBERED WS-FIND-BOOKING, OR ZERO IF THERE IS NONE.
      ******************************************************************
       400-FIND-BOOKING.
           MOVE ZEROS TO WS-FB-HIT
           PERFORM 410-CHECK-BOOKING THRU 410-EXIT
               VARYING WS-FB-SUB FROM 1 BY 1
               UNTIL WS-FB-SUB > WS-FB-COUNT OR WS-FB-HIT > ZEROS.
       400-EXIT.

       410-CHECK-BOOKING.
           IF WS-FB-BOOKING (WS-FB-SUB) = WS-FIND-BOOKING
               MOVE WS-FB-SUB TO WS-FB-HIT
           END-IF.
       410-EXIT.

      ******************************************************************
      * 500-RECORD-PAYMENT PRICES THE VOUCHER AT THE BOOKED RATE AND
      * AT THE RATE ON THE DAY IT WAS PAID AND APPENDS THE CURRENCY
      * PAYMENT RECORD. WITHOUT BOTH RATES THE VOUCHER WAITS.
      ******************************************************************
       500-RECORD-PAYMENT.
           MOVE WS-FB-CURRENCY (WS-FB-HIT) TO WS-RATE-CURRENCY
           MOVE WS-FB-RATE-DATE (WS-FB-HIT) TO WS-RATE-DATE-USED
           PERFORM 600-FIND-RATE THRU 600-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               GO TO 500-NO-RATE
           END-IF
           MOVE WS-EXR-RATE-USED TO WS-BOOKED-RATE
           MOVE WS-RATE-DATE-USED TO WS-BOOKED-RATE-DATE
           MOVE AP-PAID-DATE TO WS-RATE-DATE-USED
           PERFORM 600-FIND-RATE THRU 600-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               GO TO 500-NO-RATE
           END-IF
           MOVE AP-VOUCHER-NO TO FX-VOUCHER-NO
           MOVE WS-FB-BOOKING (WS-FB-HIT) TO FX-BOOKING-NO
           MOVE AP-PAYEE-CODE TO FX-OPERATOR
           MOVE WS-RATE-CURRENCY TO FX-CURRENCY
           MOVE AP-AMOUNT TO FX-FOREIGN-AMT
           MOVE WS-BOOKED-RATE TO FX-BOOKED-RATE
           MOVE WS-BOOKED-RATE-DATE TO FX-BOOKED-RATE-DATE
           MOVE WS-EXR-RATE-USED TO FX-PAID-RATE
           MOVE AP-PAID-DATE TO FX-PAID-DATE
           COMPUTE FX-BOOKED-HOME ROUNDED =
               AP-AMOUNT * WS-BOOKED-RATE
           COMPUTE FX-PAID-HOME ROUNDED =
               AP-AMOUNT * WS-EXR-RATE-USED
           COMPUTE FX-GAIN-LOSS = FX-BOOKED-HOME - FX-PAID-HOME
           MOVE WS-TODAY TO FX-POSTED-DATE
           MOVE SPACES TO FX-FILLER
           WRITE FX-RECORD
           ADD 1 TO WS-RECORDED-COUNT
           IF FX-GAIN-LOSS < ZEROS
               SUBTRACT FX-GAIN-LOSS FROM WS-LOSS-TOTAL
           ELSE
               ADD FX-GAIN-LOSS TO WS-GAIN-TOTAL
           END-IF
           GO TO 500-EXIT.
       500-NO-RATE.
           ADD 1 TO WS-NO-RATE-COUNT
           DISPLAY "VOUCHER " AP-VOUCHER-NO " BOOKING "
               WS-FB-BOOKING (WS-FB-HIT) " - NO " WS-RATE-CURRENCY
               " RATE ON OR BEFORE " WS-RATE-DATE-USED
               " - NOT RECORDED".
       500-EXIT.

      ******************************************************************
      * 600-FIND-RATE FINDS THE RATE FOR WS-RATE-CURRENCY IN FORCE ON
      * WS-RATE-DATE-USED - THE LATEST EFFECTIVE DATE NOT AFTER IT,
      * THE SAME BEST-DATED-RATE PICK AS TRIPCONF'S 360-CONVERT-COST.
      ******************************************************************
       600-FIND-RATE.
           MOVE "NO" TO WS-EXR-RATE-FOUND
           MOVE ZEROS TO WS-EXR-BEST-DATE
           PERFORM 610-CHECK-RATE THRU 610-EXIT
               VARYING WS-EXR-SUB FROM 1 BY 1
               UNTIL WS-EXR-SUB > WS-EXR-COUNT.
       600-EXIT.

       610-CHECK-RATE.
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
       610-EXIT.
