      * (the booked rate), and the house deposit/balance terms: 20
      * percent deposit at booking, balance due 30 days before
      * departure.
      *
      * The bookings are read off the indexed booking master (see
      * copybooks/BOOKING.cpy) instead of trip.dat, so a confirmation
      * can be printed the moment TRIPENT books the trip; cancelled
      * bookings are passed over, and each confirmation now quotes
      * the booking number the client should give when calling.
      *
      * A booking whose itinerary has been keyed in TRIPENT (see
      * copybooks/ITINSEG.cpy) has it printed day by day under the
      * trip details: each day of the trip something starts on,
      * numbered from the trip date, with its flights, hotel stays,
      * transfers and other services in time order and the supplier's
      * confirmation number for each. Net costs are never printed.
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

      * Select statement for the shared region table.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXRFILE-STATUS.

      * Select statement for the itinerary segment file.

       SELECT ITIN-SEGMENT-FILE
              ASSIGN TO UT-SYS-ITINSEG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITINSEG-STATUS.

      * Select statement for the confirmation print file.

       SELECT CONFIRM-DOC-FILE
       DATA DIVISION.
       FILE SECTION.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the shared region table.

           RECORD CONTAINS 18 CHARACTERS.
       COPY EXCHRATE.

      * File description for the itinerary segment file.

       FD  ITIN-SEGMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ITINSEG.

      * File description for the confirmation print file.

       FD  CONFIRM-DOC-FILE
       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-REGION-STATUS                PIC XX.
          05 WS-EXRFILE-STATUS               PIC XX.
          05 WS-CONFDOC-STATUS               PIC XX.
          COPY REGIONCT.
          05 WS-EXR-EOF                      PIC XXX VALUE "NO".
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-SELECT-DATE                  PIC X(8).
          05 WS-TODAY                        PIC 9(8).
          05 WS-DOC-COUNT                    PIC 9(5) VALUE 0.
          05 WS-DEPOSIT-AMT                  PIC 9(9)V99.
          05 WS-BALANCE-AMT                  PIC 9(9)V99.
          05 WS-REGION-TITLE                 PIC X(15).
          05 WS-ITINSEG-STATUS               PIC XX.
          05 WS-IS-EOF                       PIC XXX VALUE "NO".
          05 WS-IS-SUB                       PIC 9(4).
          05 WS-ITIN-HEADED                  PIC XXX.
          05 WS-LAST-DAY-DATE                PIC 9(8).
          05 WS-TRIP-NUM                     PIC 9(8).
          05 WS-TRIP-INT                     PIC S9(8).
          05 WS-DAY-NO                       PIC S9(8).

      * House payment terms: deposit percent at booking and days
      * before departure the balance falls due.
             10 WS-EXR-TBL-RATE              PIC 9(3)V9(4).
             10 WS-EXR-TBL-EFF-DATE          PIC 9(8).

      * The itinerary segment file loaded whole, in booking number
      * and start order.

       01 WS-IS-TABLE.
          05 WS-IS-COUNT                     PIC 9(4) VALUE 0.
          05 WS-IS-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-IS-COUNT.
             10 WS-IS-E-BOOKING              PIC 9(6).
             10 WS-IS-E-TYPE                 PIC X(3).
             10 WS-IS-E-CONFIRM              PIC X(12).
             10 WS-IS-E-START-DATE           PIC 9(8).
             10 WS-IS-E-START-TIME           PIC 9(4).
             10 WS-IS-E-END-DATE             PIC 9(8).
             10 WS-IS-E-END-TIME             PIC 9(4).
             10 WS-IS-E-LOCATION             PIC X(20).

      * Confirmation document lines.

       01 CD-RULE-LINE.
          05 CDM-CURRENCY                    PIC X(3).
          05                                 PIC X(37) VALUE SPACES.

       01 CD-DAY-LINE.
          05 CDD-LABEL                       PIC X(4).
          05 CDD-DAY                         PIC ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 CDD-DATE                        PIC 9(8).
          05                                 PIC X(63) VALUE SPACES.

       01 CD-SEGMENT-LINE.
          05                                 PIC X(4)  VALUE SPACES.
          05 CDS-START-HH                    PIC 99.
          05                                 PIC X     VALUE ":".
          05 CDS-START-MM                    PIC 99.
          05                                 PIC X(2)  VALUE SPACES.
          05 CDS-TYPE                        PIC X(9).
          05 CDS-LOCATION                    PIC X(20).
          05                                 PIC X     VALUE SPACES.
          05 CDS-END-LABEL                   PIC X(8).
          05 CDS-END-DATE                    PIC 9(8).
          05                                 PIC X     VALUE SPACES.
          05 CDS-END-HH                      PIC 99.
          05                                 PIC X     VALUE ":".
          05 CDS-END-MM                      PIC 99.
          05                                 PIC X(2)  VALUE SPACES.
          05 CDS-CONFIRM                     PIC X(12).
          05                                 PIC X(3)  VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-REGION                   PIC X(60)
          VALUE "C:\COBOL\RegionTable.txt".
          05 UT-SYS-EXRFILE                  PIC X(60)
          VALUE "C:\COBOL\ExchangeRates.txt".
          05 UT-SYS-CONFDOC                  PIC X(60)
          VALUE "C:\COBOL\TripConfirms.doc".
          05 UT-SYS-ITINSEG                  PIC X(60)
          VALUE "C:\COBOL\ItinSegments.txt".

      * Start of procedure division

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 100-LOAD-REGION-TABLE THRU 100-EXIT
           PERFORM 140-LOAD-EXCHANGE-RATES THRU 140-EXIT
           PERFORM 160-LOAD-SEGMENTS THRU 160-EXIT
           DISPLAY "ENTER TRIP DATE TO CONFIRM (YYYYMMDD, ALL = ALL)"
           ACCEPT WS-SELECT-DATE
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CONFIRM-DOC-FILE
           IF WS-CONFDOC-STATUS NOT = "00"
               OPEN OUTPUT CONFIRM-DOC-FILE
           END-IF
           PERFORM 200-READ-BOOKING THRU 200-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           CLOSE BOOKING-FILE
           CLOSE CONFIRM-DOC-FILE
           DISPLAY "CONFIRMATIONS WRITTEN: " WS-DOC-COUNT
       STOP RUN.
           CLOSE EXCHANGE-RATE-FILE.
       140-EXIT.

      ******************************************************************
      * 160-LOAD-SEGMENTS READS THE ITINERARY SEGMENT FILE INTO ITS
      * TABLE. A BOOKING WITH NO SEGMENTS IS CONFIRMED AS BEFORE.
      ******************************************************************
       160-LOAD-SEGMENTS.
           OPEN INPUT ITIN-SEGMENT-FILE
           IF WS-ITINSEG-STATUS NOT = "00"
               GO TO 160-EXIT
           END-IF
           PERFORM 170-READ-SEGMENT THRU 170-EXIT
               UNTIL WS-IS-EOF = "YES"
           CLOSE ITIN-SEGMENT-FILE.
       160-EXIT.

       170-READ-SEGMENT.
           READ ITIN-SEGMENT-FILE
               AT END
                   MOVE "YES" TO WS-IS-EOF
                   GO TO 170-EXIT
           END-READ
           IF WS-IS-COUNT >= 3000
               DISPLAY "MORE THAN 3000 ITINERARY SEGMENTS - THE REST "
                   "ARE NOT PRINTED"
               MOVE "YES" TO WS-IS-EOF
               GO TO 170-EXIT
           END-IF
           ADD 1 TO WS-IS-COUNT
           MOVE IS-BOOKING-NO TO WS-IS-E-BOOKING (WS-IS-COUNT)
           MOVE IS-TYPE TO WS-IS-E-TYPE (WS-IS-COUNT)
           MOVE IS-CONFIRM-NO TO WS-IS-E-CONFIRM (WS-IS-COUNT)
           MOVE IS-START-DATE TO WS-IS-E-START-DATE (WS-IS-COUNT)
           MOVE IS-START-TIME TO WS-IS-E-START-TIME (WS-IS-COUNT)
           MOVE IS-END-DATE TO WS-IS-E-END-DATE (WS-IS-COUNT)
           MOVE IS-END-TIME TO WS-IS-E-END-TIME (WS-IS-COUNT)
           MOVE IS-LOCATION TO WS-IS-E-LOCATION (WS-IS-COUNT).
       170-EXIT.

       200-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
               NOT AT END
                   PERFORM 250-SELECT-TRIP THRU 250-EXIT
           END-READ.
       200-EXIT.

      ******************************************************************
      * 250-SELECT-TRIP CONFIRMS ACTIVE BOOKINGS MATCHING THE KEYED
      * TRIP DATE. CANCELLED BOOKINGS ARE NOT CONFIRMED.
      ******************************************************************
       250-SELECT-TRIP.
           IF NOT BK-ACTIVE
               GO TO 250-EXIT
           END-IF
           IF WS-SELECT-DATE NOT = "ALL"
               AND BK-TRIP-DATE NOT = WS-SELECT-DATE
               GO TO 250-EXIT
           END-IF
           PERFORM 300-WRITE-CONFIRMATION THRU 300-EXIT.

      ******************************************************************
      * 300-WRITE-CONFIRMATION APPENDS ONE CLIENT-FACING DOCUMENT FOR
      * THE BOOKING IN HAND.
      ******************************************************************
       300-WRITE-CONFIRMATION.
           PERFORM 350-RESOLVE-REGION THRU 350-EXIT
           MOVE WS-TODAY TO CDT-DATE
           WRITE CONFIRM-DOC-RECORD FROM CD-TITLE-LINE
           WRITE CONFIRM-DOC-RECORD FROM CD-RULE-LINE
           MOVE "BOOKING NUMBER:   " TO CDL-LABEL
           MOVE BK-BOOKING-NO TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "CLIENT:           " TO CDL-LABEL
           MOVE BK-CLIENT-NAME TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "CLIENT NUMBER:    " TO CDL-LABEL
           MOVE BK-CLIENT-NO TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "BOOKING TYPE:     " TO CDL-LABEL
           MOVE BK-BOOKING-TYPE TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "DESTINATION:      " TO CDL-LABEL
           MOVE WS-REGION-TITLE TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "TRIP DATE:        " TO CDL-LABEL
           MOVE BK-TRIP-DATE TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           MOVE "YOUR AGENT:       " TO CDL-LABEL
           MOVE BK-SALESPERSON-NAME TO CDL-VALUE
           WRITE CONFIRM-DOC-RECORD FROM CD-LABEL-LINE
           PERFORM 400-WRITE-ITINERARY THRU 400-EXIT
           MOVE SPACES TO CONFIRM-DOC-RECORD
           WRITE CONFIRM-DOC-RECORD
           MOVE "TRIP COST (SOLD):       " TO CDM-LABEL
           MOVE BK-COST-OF-TRIP TO CDM-AMOUNT
           IF BK-CURRENCY-CODE = SPACES
               MOVE "USD" TO CDM-CURRENCY
           ELSE
               MOVE BK-CURRENCY-CODE TO CDM-CURRENCY
           END-IF
           WRITE CONFIRM-DOC-RECORD FROM CD-MONEY-LINE
           MOVE "TRIP COST (HOME):       " TO CDM-LABEL
       350-RESOLVE-REGION.
           MOVE SPACES TO WS-REGION-TITLE
           IF WS-REGION-COUNT = 0
               MOVE BK-REGION-NO TO WS-REGION-TITLE
               GO TO 350-EXIT
           END-IF
           SET X1 TO 1
           SEARCH REGION-ENTRIES
               AT END
                   MOVE BK-REGION-NO TO WS-REGION-TITLE
               WHEN BK-REGION-NO = REGION-NO OF REGION-ENTRIES (X1)
                   MOVE REGION-NAME (X1) TO WS-REGION-TITLE
           END-SEARCH.
       350-EXIT.
      * THEN SPLITS THE DEPOSIT AND BALANCE FROM THE HOUSE TERMS.
      ******************************************************************
       360-CONVERT-COST.
           IF BK-TRIP-DATE NUMERIC
               MOVE BK-TRIP-DATE TO WS-RATE-DATE-USED
           ELSE
               MOVE WS-TODAY TO WS-RATE-DATE-USED
           END-IF
           IF BK-CURRENCY-CODE = SPACES
               OR BK-CURRENCY-CODE = "USD"
               MOVE BK-COST-OF-TRIP TO WS-HOME-COST
               GO TO 360-TERMS
           END-IF
           MOVE "NO" TO WS-EXR-RATE-FOUND
           PERFORM VARYING WS-EXR-SUB FROM 1 BY 1
               UNTIL WS-EXR-SUB > WS-EXR-COUNT
               IF WS-EXR-TBL-CURRENCY (WS-EXR-SUB)
                       = BK-CURRENCY-CODE
                   AND WS-EXR-TBL-EFF-DATE (WS-EXR-SUB)
                       NOT > WS-RATE-DATE-USED
                   IF WS-EXR-RATE-FOUND = "NO"
           END-PERFORM
           IF WS-EXR-RATE-FOUND = "YES"
               COMPUTE WS-HOME-COST ROUNDED =
                   BK-COST-OF-TRIP * WS-EXR-RATE-USED
           ELSE
               MOVE BK-COST-OF-TRIP TO WS-HOME-COST
               DISPLAY "WARNING - NO RATE FOR " BK-CURRENCY-CODE
                   " - HOME COST SHOWN UNCONVERTED"
           END-IF.
       360-TERMS.
               WS-HOME-COST * WS-DEPOSIT-PCT
           COMPUTE WS-BALANCE-AMT = WS-HOME-COST - WS-DEPOSIT-AMT.
       360-EXIT.

      ******************************************************************
      * 400-WRITE-ITINERARY PRINTS THE BOOKING'S SEGMENTS DAY BY DAY.
      * NOTHING IS PRINTED FOR A BOOKING WITH NO SEGMENTS KEYED.
      ******************************************************************
       400-WRITE-ITINERARY.
           MOVE "NO" TO WS-ITIN-HEADED
           MOVE ZEROS TO WS-LAST-DAY-DATE WS-TRIP-INT
           IF BK-TRIP-DATE NUMERIC
               MOVE BK-TRIP-DATE TO WS-TRIP-NUM
               COMPUTE WS-TRIP-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TRIP-NUM)
           END-IF
           PERFORM 410-WRITE-SEGMENT THRU 410-EXIT
               VARYING WS-IS-SUB FROM 1 BY 1
               UNTIL WS-IS-SUB > WS-IS-COUNT.
       400-EXIT.

      ******************************************************************
      * 410-WRITE-SEGMENT PRINTS ONE SEGMENT, WITH THE ITINERARY
      * HEADING AHEAD OF THE FIRST AND A DAY LINE AHEAD OF THE FIRST
      * SEGMENT STARTING ON EACH DAY. A DAY BEFORE THE TRIP DATE
      * PRINTS ITS DATE ALONE.
      ******************************************************************
       410-WRITE-SEGMENT.
           IF WS-IS-E-BOOKING (WS-IS-SUB) NOT = BK-BOOKING-NO
               GO TO 410-EXIT
           END-IF
           IF WS-ITIN-HEADED = "NO"
               MOVE SPACES TO CONFIRM-DOC-RECORD
               WRITE CONFIRM-DOC-RECORD
               MOVE "YOUR ITINERARY" TO CONFIRM-DOC-RECORD
               WRITE CONFIRM-DOC-RECORD
               MOVE "YES" TO WS-ITIN-HEADED
           END-IF
           IF WS-IS-E-START-DATE (WS-IS-SUB) NOT = WS-LAST-DAY-DATE
               MOVE WS-IS-E-START-DATE (WS-IS-SUB) TO WS-LAST-DAY-DATE
               MOVE ZEROS TO WS-DAY-NO
               IF WS-TRIP-INT > ZEROS
                   COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE
                       (WS-LAST-DAY-DATE) - WS-TRIP-INT + 1
               END-IF
               IF WS-DAY-NO > ZEROS AND WS-DAY-NO < 1000
                   MOVE "DAY " TO CDD-LABEL
                   MOVE WS-DAY-NO TO CDD-DAY
               ELSE
                   MOVE SPACES TO CDD-LABEL
                   MOVE ZEROS TO CDD-DAY
               END-IF
               MOVE WS-LAST-DAY-DATE TO CDD-DATE
               WRITE CONFIRM-DOC-RECORD FROM CD-DAY-LINE
           END-IF
           DIVIDE WS-IS-E-START-TIME (WS-IS-SUB) BY 100
               GIVING CDS-START-HH REMAINDER CDS-START-MM
           DIVIDE WS-IS-E-END-TIME (WS-IS-SUB) BY 100
               GIVING CDS-END-HH REMAINDER CDS-END-MM
           EVALUATE WS-IS-E-TYPE (WS-IS-SUB)
               WHEN "FLT"
                   MOVE "FLIGHT" TO CDS-TYPE
                   MOVE "ARRIVES" TO CDS-END-LABEL
               WHEN "HTL"
                   MOVE "HOTEL" TO CDS-TYPE
                   MOVE "CHK-OUT" TO CDS-END-LABEL
               WHEN "TRF"
                   MOVE "TRANSFER" TO CDS-TYPE
                   MOVE "UNTIL" TO CDS-END-LABEL
               WHEN OTHER
                   MOVE "SERVICE" TO CDS-TYPE
                   MOVE "UNTIL" TO CDS-END-LABEL
           END-EVALUATE
           MOVE WS-IS-E-LOCATION (WS-IS-SUB) TO CDS-LOCATION
           MOVE WS-IS-E-END-DATE (WS-IS-SUB) TO CDS-END-DATE
           MOVE WS-IS-E-CONFIRM (WS-IS-SUB) TO CDS-CONFIRM
           WRITE CONFIRM-DOC-RECORD FROM CD-SEGMENT-LINE.
       410-EXIT.
