      * Every trip we sell is fulfilled by an operator who invoices
      * us their net cost; this run matches those invoices (keyed or
      * imported onto OperatorInvoices.txt) against the bookings on
      * the indexed booking master (copybooks/BOOKING.cpy) - operator
      * code and booking number together make the match key. An
      * invoice keyed before booking numbers were issued (blank
      * booking number) still matches on operator, client number and
      * trip date. Three things come out flagged:
      *
      *   INVOICED NOT BOOKED  - an invoice with no matching booking
      *   AMOUNT MISMATCH      - a matched pair whose invoiced amount
      *                          for (the operator's money we are
      *                          not yet being asked for)
      *
      * An invoice against a booking since cancelled is flagged
      * BOOKING CANCELLED and left for the operator's cancellation
      * terms to be settled by hand; a cancelled booking is never
      * listed as uninvoiced. A booking still waitlisted on a full
      * allotment block has not been sold to the operator and is
      * left out altogether.
      *
      * A clean match - the invoice agrees to the penny with the
      * booking - is also sent across to accounts payable as an
      * operator voucher (copybooks/APITEM.cpy), open and due the
      * operator's net days from the run date (30 when the master
      * carries none), for APPAYRUN's payment run. The voucher's
      * invoice number is the booking number, so an invoice already
      * sent - paid, voided, or still open - is never sent twice
      * however many runs it stays on the invoice file; a voucher
      * sent before booking numbers, whose invoice number is the
      * client number and trip date, is recognised the same way.
      * Mismatches stay here until the operator sorts them out.
      *
      * A booking whose itinerary has been keyed in TRIPENT (see
      * copybooks/ITINSEG.cpy) is reconciled segment by segment
      * instead of as one net cost - each supplier on the itinerary,
      * operator, airline or hotel, is expected to invoice the net
      * cost of its own segments. An invoice quoting a segment's
      * confirmation number is matched to that segment alone; one
      * quoting only the booking number is matched against the
      * net costs of all that supplier's segments on the booking
      * rolled up together. A segment no invoice ever covered is
      * listed as BOOKED NOT INVOICED with its confirmation number.
      * A clean match on a single segment goes to payables with the
      * confirmation number as its invoice number, so a supplier
      * billing stay by stay is paid stay by stay.
      *
      * Operator invoice file layout (42 bytes per line):
      *  1  -  3  operator code
      *  4  -  9  booking number (blank on older invoices)
      * 10  - 12  client number
      * 13  - 20  trip date (YYYYMMDD)
      * 21  - 27  invoiced amount (5.2, no point)
      * 28  - 30  unused
      * 31  - 42  segment confirmation number (blank when the
      *           invoice is for the whole booking)
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

      * Select statement for the operator invoices.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOURFILE-STATUS.

      * Select statement for the payables open item file.

       SELECT AP-OPEN-FILE
              ASSIGN TO UT-SYS-APOPEN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APOPEN-STATUS.

      * Select statement for the reconciliation report.

       SELECT RECON-REPORT-FILE
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

      * File description for the operator invoices.

       FD  OPERATOR-INVOICE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  OPERATOR-INVOICE-RECORD.
           05 OI-OPERATOR-CODE               PIC X(3).
           05 OI-BOOKING-NO                  PIC X(6).
           05 OI-BOOKING-NUM REDEFINES OI-BOOKING-NO
                                             PIC 9(6).
           05 OI-CLIENT-NO                   PIC X(5).
           05 OI-TRIP-DATE                   PIC X(8).
           05 OI-INVOICED-AMT                PIC 9(5)V99.
           05 OI-UNUSED                      PIC X(1).
           05 OI-CONFIRM-NO                  PIC X(12).

      * File description for the tour-operator master.

       FD  TOUR-OPERATOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY TOUROPFD.

      * File description for the payables open item file.

       FD  AP-OPEN-FILE.
       COPY APITEM.

      * File description for the reconciliation report.

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 112 CHARACTERS.
       01  REPORT-RECORD                     PIC X(112).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-OPINV-STATUS                 PIC XX.
          05 WS-TOURFILE-STATUS              PIC XX.
          05 WS-BOOKING-EOF                  PIC XXX VALUE "NO".
          05 WS-OPINV-EOF                    PIC XXX VALUE "NO".
          05 WS-TOUR-EOF                     PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-MISMATCH-COUNT               PIC 9(5) VALUE 0.
          05 WS-NOT-INVOICED-COUNT           PIC 9(5) VALUE 0.
          05 WS-MATCHED-COUNT                PIC 9(5) VALUE 0.
          05 WS-APOPEN-STATUS                PIC XX.
          05 WS-AP-EOF                       PIC XXX VALUE "NO".
          05 WS-AP-ON-FILE                   PIC XXX.
          05 WS-HIGH-VOUCHER                 PIC 9(6) VALUE 0.
          05 WS-SENT-AP-COUNT                PIC 9(5) VALUE 0.
          05 WS-NET-DAYS                     PIC 9(3).
          05 WS-DATE-INT                     PIC 9(8).
          05 WS-APK-SUB                      PIC 9(4).
          05 WS-ITINSEG-STATUS               PIC XX.
          05 WS-IS-EOF                       PIC XXX VALUE "NO".
          05 WS-HAS-SEGMENTS                 PIC XXX.
          05 WS-ROLLUP-COUNT                 PIC 9(4).
          05 WS-BOOKED-AMT                   PIC 9(7)V99.
          05 WS-AP-SEND-KEY                  PIC X(12).

      * The payables invoice number an operator voucher carries -
      * the booking number of the booking it pays - and the client
      * number and trip date an older voucher carried instead.

       01 WS-AP-INVOICE-KEY.
          05 WS-APK-KEY-BOOKING              PIC 9(6).
          05                                 PIC X(6) VALUE SPACES.

      * Vouchers sent across under the older key carry the client
      * number as it was then - its last three digits.

       01 WS-AP-LEGACY-KEY.
          05 WS-APK-KEY-CLIENT               PIC XXX.
          05 WS-APK-KEY-DATE                 PIC X(8).
          05                                 PIC X VALUE SPACE.

      * Every operator voucher already on payables, in any status,
      * so a matched invoice is only ever sent across once.

       01 WS-APK-TABLE.
          05 WS-APK-COUNT                    PIC 9(4) VALUE 0.
          05 WS-APK-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-APK-COUNT
               INDEXED BY APK-IDX.
             10 WS-APK-OPERATOR              PIC X(4).
             10 WS-APK-INVOICE               PIC X(12).

      * Bookings with a payables side, loaded for the match - one
      * entry per booking, or one per itinerary segment for a
      * booking whose segments are keyed.

       01 WS-TRIP-TABLE.
          05 WS-TRP-COUNT                    PIC 9(4) VALUE 0.
          05 WS-TRP-ENTRIES OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-TRP-COUNT
               INDEXED BY TRP-IDX.
             10 WS-TRP-BOOKING               PIC 9(6).
             10 WS-TRP-STATUS                PIC X.
             10 WS-TRP-OPERATOR              PIC X(3).
             10 WS-TRP-CLIENT                PIC X(5).
             10 WS-TRP-DATE                  PIC X(8).
             10 WS-TRP-NET-COST              PIC 9(5)V99.
             10 WS-TRP-MATCHED               PIC X.
             10 WS-TRP-SEGMENT               PIC X.
             10 WS-TRP-CONFIRM               PIC X(12).

      * The operator master loaded for names on the report and the
      * terms an operator voucher is due on.

       01 WS-TOUR-TABLE.
          05 WS-TOUR-COUNT                   PIC 999 VALUE 0.
               INDEXED BY TOUR-IDX.
             10 WS-TOUR-TBL-CODE             PIC X(3).
             10 WS-TOUR-TBL-NAME             PIC X(20).
             10 WS-TOUR-TBL-NET-DAYS         PIC 9(3).

      * Report lines.

          05                                 PIC X(42) VALUE
               "TOUR-OPERATOR PAYABLES RECONCILIATION     ".
          05 RRH-DATE                        PIC 9(8).
          05                                 PIC X(62) VALUE SPACES.

       01 RR-HEADING2.
          05                                 PIC X(4)  VALUE "OPER".
          05                                 PIC X(21)
                                    VALUE " NAME".
          05                                 PIC X(7)
                                    VALUE " BOOKNG".
          05                                 PIC X(13)
                                    VALUE " CONFIRMATION".
          05                                 PIC X(7)
                                    VALUE " CLIENT".
          05                                 PIC X(10)
                                    VALUE "    INVOICED".
          05                                 PIC X(21)
                                    VALUE "  FLAG".
          05                                 PIC X(5)  VALUE SPACES.

       01 RR-DETAIL.
          05 RRD-OPERATOR                    PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRD-NAME                        PIC X(20).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRD-BOOKING                     PIC X(6).
          05                                 PIC X(1)  VALUE SPACES.
          05 RRD-CONFIRM                     PIC X(12).
          05                                 PIC X(1)  VALUE SPACES.
          05 RRD-CLIENT                      PIC X(5).
          05                                 PIC X(1)  VALUE SPACES.
          05 RRD-DATE                        PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RRD-BOOKED                      PIC ZZ,ZZ9.99.
          05 RRD-INVOICED                    PIC ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RRD-FLAG                        PIC X(20).
          05                                 PIC X(6)  VALUE SPACES.

       01 RR-TRAILER.
          05                                 PIC X(10)
          05                                 PIC X(22)
                           VALUE "  BOOKED NOT INVOICED:".
          05 RRT-NOT-INVOICED                PIC ZZZZ9.
          05                                 PIC X(8)
                                             VALUE "  TO AP:".
          05 RRT-SENT-AP                     PIC ZZZZ9.
          05                                 PIC X(12) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-OPINV                    PIC X(60)
          VALUE "C:\COBOL\OperatorInvoices.txt".
          05 UT-SYS-TOURFILE                 PIC X(60)
          VALUE "C:\COBOL\TourOperators.txt".
          05 UT-SYS-RECONRPT                 PIC X(60)
          VALUE "C:\COBOL\PayablesRecon.txt".
          05 UT-SYS-APOPEN                   PIC X(60)
          VALUE "C:\COBOL\PayablesOpen.txt".
          05 UT-SYS-ITINSEG                  PIC X(60)
          VALUE "C:\COBOL\ItinSegments.txt".

      * Start of procedure division


      ******************************************************************
      * 000-MAIN-MODULE LOADS THE MASTER AND THE BOOKINGS, MATCHES
      * THE INVOICES THROUGH, SENDING THE CLEAN MATCHES ACROSS TO
      * PAYABLES, THEN SWEEPS FOR BOOKINGS NO INVOICE EVER ARRIVED FOR.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 100-LOAD-OPERATOR-NAMES THRU 100-EXIT
           PERFORM 150-LOAD-BOOKINGS THRU 150-EXIT
           PERFORM 200-LOAD-AP-KEYS THRU 200-EXIT
           OPEN EXTEND AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = "00"
               OPEN OUTPUT AP-OPEN-FILE
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-TODAY TO RRH-DATE
           WRITE REPORT-RECORD FROM RR-HEADING1
           MOVE WS-MISMATCH-COUNT TO RRT-MISMATCH
           MOVE WS-NOT-BOOKED-COUNT TO RRT-NOT-BOOKED
           MOVE WS-NOT-INVOICED-COUNT TO RRT-NOT-INVOICED
           MOVE WS-SENT-AP-COUNT TO RRT-SENT-AP
           WRITE REPORT-RECORD FROM RR-TRAILER
            AFTER ADVANCING 2 LINES
           CLOSE RECON-REPORT-FILE
           CLOSE AP-OPEN-FILE
           DISPLAY "PAYABLES RECONCILIATION WRITTEN"
       STOP RUN.

      ******************************************************************
      * 100-LOAD-OPERATOR-NAMES READS THE TOUR-OPERATOR MASTER FOR
      * THE NAMES ON THE REPORT AND EACH OPERATOR'S NET DAYS. A LINE
      * WRITTEN BEFORE THE TERMS WERE KEPT READS BACK BLANK AND IS
      * TAKEN AS ZERO (THE 30-DAY DEFAULT).
      ******************************************************************
       100-LOAD-OPERATOR-NAMES.
           OPEN INPUT TOUR-OPERATOR-FILE
                               TO WS-TOUR-TBL-CODE (TOUR-IDX)
                           MOVE TO-NAME
                               TO WS-TOUR-TBL-NAME (TOUR-IDX)
                           IF TO-NET-DAYS NUMERIC
                               MOVE TO-NET-DAYS
                                 TO WS-TOUR-TBL-NET-DAYS (TOUR-IDX)
                           ELSE
                               MOVE ZEROS
                                 TO WS-TOUR-TBL-NET-DAYS (TOUR-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       100-EXIT.

      ******************************************************************
      * 150-LOAD-BOOKINGS LOADS EVERY BOOKING THAT NAMES A TOUR
      * OPERATOR, ACTIVE OR CANCELLED, OR THAT HAS ITINERARY SEGMENTS
      * KEYED. A CANCELLATION WITH NO BOOKING OF ITS OWN AND OLDER
      * BOOKINGS WITH A BLANK OPERATOR HAVE NO PAYABLES SIDE TO
      * RECONCILE. THE SEGMENT FILE IS IN BOOKING NUMBER ORDER, THE
      * SAME AS THE MASTER, AND IS READ ALONGSIDE IT.
      ******************************************************************
       150-LOAD-BOOKINGS.
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               DISPLAY "NO BOOKING MASTER ON HAND - STATUS "
                   WS-BOOKING-STATUS
               GO TO 150-EXIT
           END-IF
           OPEN INPUT ITIN-SEGMENT-FILE
           IF WS-ITINSEG-STATUS = "00"
               PERFORM 180-READ-SEGMENT THRU 180-EXIT
           ELSE
               MOVE "YES" TO WS-IS-EOF
           END-IF
           PERFORM 160-READ-BOOKING THRU 160-EXIT
               UNTIL WS-BOOKING-EOF = "YES"
           IF WS-ITINSEG-STATUS = "00" OR WS-ITINSEG-STATUS = "10"
               CLOSE ITIN-SEGMENT-FILE
           END-IF
           CLOSE BOOKING-FILE.
       150-EXIT.

       160-READ-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "YES" TO WS-BOOKING-EOF
                   GO TO 160-EXIT
           END-READ
           IF NOT BK-ACTIVE AND NOT BK-CANCELLED
               GO TO 160-EXIT
           END-IF
           MOVE "NO" TO WS-HAS-SEGMENTS
           PERFORM 180-READ-SEGMENT THRU 180-EXIT
               UNTIL WS-IS-EOF = "YES"
               OR IS-BOOKING-NO NOT < BK-BOOKING-NO
           PERFORM 170-LOAD-SEGMENT THRU 170-EXIT
               UNTIL WS-IS-EOF = "YES"
               OR IS-BOOKING-NO NOT = BK-BOOKING-NO
           IF WS-HAS-SEGMENTS = "NO"
               PERFORM 165-LOAD-BOOKING THRU 165-EXIT
           END-IF.
       160-EXIT.

       165-LOAD-BOOKING.
           IF BK-TOUR-OPERATOR NOT = SPACES
               AND WS-TRP-COUNT < 3000
               ADD 1 TO WS-TRP-COUNT
               SET TRP-IDX TO WS-TRP-COUNT
               MOVE BK-BOOKING-NO TO WS-TRP-BOOKING (TRP-IDX)
               MOVE BK-STATUS TO WS-TRP-STATUS (TRP-IDX)
               MOVE BK-TOUR-OPERATOR
                   TO WS-TRP-OPERATOR (TRP-IDX)
               MOVE BK-CLIENT-NO TO WS-TRP-CLIENT (TRP-IDX)
               MOVE BK-TRIP-DATE TO WS-TRP-DATE (TRP-IDX)
               IF BK-NET-COST-DUE NUMERIC
                   MOVE BK-NET-COST-DUE
                       TO WS-TRP-NET-COST (TRP-IDX)
               ELSE
                   MOVE ZEROS TO WS-TRP-NET-COST (TRP-IDX)
               END-IF
               MOVE "N" TO WS-TRP-MATCHED (TRP-IDX)
               MOVE "N" TO WS-TRP-SEGMENT (TRP-IDX)
               MOVE SPACES TO WS-TRP-CONFIRM (TRP-IDX)
           END-IF.
       165-EXIT.

      ******************************************************************
      * 170-LOAD-SEGMENT LOADS ONE ITINERARY SEGMENT OF THE BOOKING IN
      * HAND AS AN ENTRY OF ITS OWN, OWED TO THE SEGMENT'S SUPPLIER,
      * AND READS THE NEXT SEGMENT.
      ******************************************************************
       170-LOAD-SEGMENT.
           MOVE "YES" TO WS-HAS-SEGMENTS
           IF WS-TRP-COUNT < 3000
               ADD 1 TO WS-TRP-COUNT
               SET TRP-IDX TO WS-TRP-COUNT
               MOVE BK-BOOKING-NO TO WS-TRP-BOOKING (TRP-IDX)
               MOVE BK-STATUS TO WS-TRP-STATUS (TRP-IDX)
               MOVE IS-SUPPLIER TO WS-TRP-OPERATOR (TRP-IDX)
               MOVE BK-CLIENT-NO TO WS-TRP-CLIENT (TRP-IDX)
               MOVE BK-TRIP-DATE TO WS-TRP-DATE (TRP-IDX)
               IF IS-NET-COST NUMERIC
                   MOVE IS-NET-COST TO WS-TRP-NET-COST (TRP-IDX)
               ELSE
                   MOVE ZEROS TO WS-TRP-NET-COST (TRP-IDX)
               END-IF
               MOVE "N" TO WS-TRP-MATCHED (TRP-IDX)
               MOVE "Y" TO WS-TRP-SEGMENT (TRP-IDX)
               MOVE IS-CONFIRM-NO TO WS-TRP-CONFIRM (TRP-IDX)
           END-IF
           PERFORM 180-READ-SEGMENT THRU 180-EXIT.
       170-EXIT.

       180-READ-SEGMENT.
           READ ITIN-SEGMENT-FILE
               AT END
                   MOVE "YES" TO WS-IS-EOF
           END-READ.
       180-EXIT.

      ******************************************************************
      * 200-LOAD-AP-KEYS READS THE PAYABLES OPEN ITEM FILE FOR THE
      * HIGHEST VOUCHER NUMBER USED AND THE KEY OF EVERY OPERATOR
      * VOUCHER ALREADY ON IT. THE FILE IS OPTIONAL ON A FIRST RUN.
      ******************************************************************
       200-LOAD-AP-KEYS.
           OPEN INPUT AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-AP THRU 210-EXIT
               UNTIL WS-AP-EOF = "YES"
           CLOSE AP-OPEN-FILE.
       200-EXIT.

       210-READ-AP.
           READ AP-OPEN-FILE
               AT END
                   MOVE "YES" TO WS-AP-EOF
               NOT AT END
                   IF AP-VOUCHER-NO > WS-HIGH-VOUCHER
                       MOVE AP-VOUCHER-NO TO WS-HIGH-VOUCHER
                   END-IF
                   IF AP-OPERATOR-ITEM AND WS-APK-COUNT < 2000
                       ADD 1 TO WS-APK-COUNT
                       SET APK-IDX TO WS-APK-COUNT
                       MOVE AP-PAYEE-CODE TO WS-APK-OPERATOR (APK-IDX)
                       MOVE AP-INVOICE-NO TO WS-APK-INVOICE (APK-IDX)
                   END-IF
           END-READ.
       210-EXIT.

      ******************************************************************
      * 300-MATCH-INVOICES READS EACH OPERATOR INVOICE AND LOOKS FOR
      * ITS BOOKING ON OPERATOR + BOOKING NUMBER, OR ON OPERATOR +
      * CLIENT + TRIP DATE FOR AN INVOICE CARRYING NO BOOKING NUMBER.
      * AN INVOICE QUOTING A CONFIRMATION NUMBER IS MATCHED TO THAT
      * ITINERARY SEGMENT; ONE QUOTING ONLY THE BOOKING NUMBER OF A
      * BOOKING WITH SEGMENTS IS MATCHED TO THE SUPPLIER'S SEGMENTS
      * ON IT ROLLED UP.
      ******************************************************************
       300-MATCH-INVOICES.
           OPEN INPUT OPERATOR-INVOICE-FILE
       310-EXIT.

       320-MATCH-ONE-INVOICE.
           MOVE ZEROS TO WS-MATCH-SUB WS-ROLLUP-COUNT WS-BOOKED-AMT
           IF OI-CONFIRM-NO NOT = SPACES
               PERFORM 322-FIND-SEGMENT THRU 322-EXIT
                   VARYING WS-TRP-SUB FROM 1 BY 1
                   UNTIL WS-TRP-SUB > WS-TRP-COUNT
                   OR WS-MATCH-SUB > ZEROS
               GO TO 320-RESULT
           END-IF
           PERFORM VARYING WS-TRP-SUB FROM 1 BY 1
               UNTIL WS-TRP-SUB > WS-TRP-COUNT
               IF WS-TRP-MATCHED (WS-TRP-SUB) = "N"
                   AND WS-TRP-SEGMENT (WS-TRP-SUB) = "N"
                   AND WS-TRP-OPERATOR (WS-TRP-SUB)
                       = OI-OPERATOR-CODE
                   AND WS-MATCH-SUB = ZEROS
                   AND ((OI-BOOKING-NO NUMERIC
                         AND WS-TRP-BOOKING (WS-TRP-SUB)
                             = OI-BOOKING-NUM)
                     OR (OI-BOOKING-NO NOT NUMERIC
                         AND WS-TRP-CLIENT (WS-TRP-SUB) = OI-CLIENT-NO
                         AND WS-TRP-DATE (WS-TRP-SUB) = OI-TRIP-DATE))
                   MOVE WS-TRP-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB = ZEROS AND OI-BOOKING-NO NUMERIC
               PERFORM 324-ROLL-UP-SEGMENTS THRU 324-EXIT
                   VARYING WS-TRP-SUB FROM 1 BY 1
                   UNTIL WS-TRP-SUB > WS-TRP-COUNT
           END-IF.
       320-RESULT.
           MOVE OI-OPERATOR-CODE TO RRD-OPERATOR
           PERFORM 700-RESOLVE-NAME THRU 700-EXIT
           MOVE OI-BOOKING-NO TO RRD-BOOKING
           MOVE OI-CONFIRM-NO TO RRD-CONFIRM
           MOVE OI-CLIENT-NO TO RRD-CLIENT
           MOVE OI-TRIP-DATE TO RRD-DATE
           MOVE OI-INVOICED-AMT TO RRD-INVOICED
               GO TO 320-EXIT
           END-IF
           MOVE "Y" TO WS-TRP-MATCHED (WS-MATCH-SUB)
           IF WS-ROLLUP-COUNT > ZEROS
               MOVE "ALL SEGMENTS" TO RRD-CONFIRM
           ELSE
               MOVE WS-TRP-NET-COST (WS-MATCH-SUB) TO WS-BOOKED-AMT
               MOVE WS-TRP-CONFIRM (WS-MATCH-SUB) TO RRD-CONFIRM
           END-IF
           MOVE WS-TRP-BOOKING (WS-MATCH-SUB) TO RRD-BOOKING
           MOVE WS-TRP-CLIENT (WS-MATCH-SUB) TO RRD-CLIENT
           MOVE WS-TRP-DATE (WS-MATCH-SUB) TO RRD-DATE
           MOVE WS-BOOKED-AMT TO RRD-BOOKED
           IF WS-TRP-STATUS (WS-MATCH-SUB) NOT = "A"
               MOVE "BOOKING CANCELLED" TO RRD-FLAG
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM 800-WRITE-DETAIL THRU 800-EXIT
               GO TO 320-EXIT
           END-IF
           COMPUTE WS-DIFFERENCE = OI-INVOICED-AMT - WS-BOOKED-AMT
           IF WS-DIFFERENCE = ZEROS
               MOVE SPACES TO RRD-FLAG
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM 340-SEND-TO-PAYABLES THRU 340-EXIT
           ELSE
               MOVE "AMOUNT MISMATCH" TO RRD-FLAG
               ADD 1 TO WS-MISMATCH-COUNT
       320-EXIT.

      ******************************************************************
      * 322-FIND-SEGMENT LOOKS FOR THE SEGMENT AN INVOICE QUOTES BY
      * SUPPLIER AND CONFIRMATION NUMBER, ON THE INVOICE'S BOOKING
      * WHEN IT CARRIES ONE.
      ******************************************************************
       322-FIND-SEGMENT.
           IF WS-TRP-MATCHED (WS-TRP-SUB) = "N"
               AND WS-TRP-SEGMENT (WS-TRP-SUB) = "Y"
               AND WS-TRP-OPERATOR (WS-TRP-SUB) = OI-OPERATOR-CODE
               AND WS-TRP-CONFIRM (WS-TRP-SUB) = OI-CONFIRM-NO
               AND (OI-BOOKING-NO NOT NUMERIC
                 OR WS-TRP-BOOKING (WS-TRP-SUB) = OI-BOOKING-NUM)
               MOVE WS-TRP-SUB TO WS-MATCH-SUB
           END-IF.
       322-EXIT.

      ******************************************************************
      * 324-ROLL-UP-SEGMENTS ADDS UP THE NET COSTS OF THE SUPPLIER'S
      * SEGMENTS ON THE INVOICE'S BOOKING NOT YET MATCHED, AND TAKES
      * THEM ALL AS MATCHED BY IT. THE FIRST STANDS FOR THE BOOKING
      * ON THE REPORT.
      ******************************************************************
       324-ROLL-UP-SEGMENTS.
           IF WS-TRP-MATCHED (WS-TRP-SUB) = "N"
               AND WS-TRP-SEGMENT (WS-TRP-SUB) = "Y"
               AND WS-TRP-OPERATOR (WS-TRP-SUB) = OI-OPERATOR-CODE
               AND WS-TRP-BOOKING (WS-TRP-SUB) = OI-BOOKING-NUM
               ADD 1 TO WS-ROLLUP-COUNT
               ADD WS-TRP-NET-COST (WS-TRP-SUB) TO WS-BOOKED-AMT
               MOVE "Y" TO WS-TRP-MATCHED (WS-TRP-SUB)
               IF WS-MATCH-SUB = ZEROS
                   MOVE WS-TRP-SUB TO WS-MATCH-SUB
               END-IF
           END-IF.
       324-EXIT.

      ******************************************************************
      * 340-SEND-TO-PAYABLES APPENDS A CLEANLY MATCHED INVOICE TO THE
      * PAYABLES FILE AS AN OPEN OPERATOR VOUCHER, UNLESS A VOUCHER
      * FOR THE SAME OPERATOR AND BOOKING - UNDER ITS BOOKING NUMBER
      * OR ITS OLDER CLIENT AND TRIP DATE KEY - IS ALREADY THERE. AN
      * INVOICE FOR ONE SEGMENT GOES ACROSS UNDER THE SEGMENT'S
      * CONFIRMATION NUMBER INSTEAD OF THE BOOKING NUMBER.
      ******************************************************************
       340-SEND-TO-PAYABLES.
           MOVE WS-TRP-BOOKING (WS-MATCH-SUB) TO WS-APK-KEY-BOOKING
           MOVE WS-TRP-CLIENT (WS-MATCH-SUB) (3:3) TO WS-APK-KEY-CLIENT
           MOVE WS-TRP-DATE (WS-MATCH-SUB) TO WS-APK-KEY-DATE
           IF OI-CONFIRM-NO NOT = SPACES
               MOVE OI-CONFIRM-NO TO WS-AP-SEND-KEY
           ELSE
               MOVE WS-AP-INVOICE-KEY TO WS-AP-SEND-KEY
           END-IF
           MOVE "NO" TO WS-AP-ON-FILE
           PERFORM VARYING WS-APK-SUB FROM 1 BY 1
               UNTIL WS-APK-SUB > WS-APK-COUNT
               IF WS-APK-OPERATOR (WS-APK-SUB) = OI-OPERATOR-CODE
                   AND (WS-APK-INVOICE (WS-APK-SUB) = WS-AP-SEND-KEY
                     OR WS-APK-INVOICE (WS-APK-SUB) = WS-AP-LEGACY-KEY)
                   MOVE "YES" TO WS-AP-ON-FILE
               END-IF
           END-PERFORM
           IF WS-AP-ON-FILE = "YES"
               GO TO 340-EXIT
           END-IF
           MOVE 30 TO WS-NET-DAYS
           IF WS-TOUR-COUNT > 0
               SET TOUR-IDX TO 1
               SEARCH WS-TOUR-ENTRIES
                   WHEN WS-TOUR-TBL-CODE (TOUR-IDX)
                       = OI-OPERATOR-CODE
                       IF WS-TOUR-TBL-NET-DAYS (TOUR-IDX) > ZEROS
                           MOVE WS-TOUR-TBL-NET-DAYS (TOUR-IDX)
                               TO WS-NET-DAYS
                       END-IF
               END-SEARCH
           END-IF
           ADD 1 TO WS-HIGH-VOUCHER
           MOVE WS-HIGH-VOUCHER TO AP-VOUCHER-NO
           MOVE "T" TO AP-PAYEE-TYPE
           MOVE OI-OPERATOR-CODE TO AP-PAYEE-CODE
           MOVE WS-AP-SEND-KEY TO AP-INVOICE-NO
           MOVE WS-TODAY TO AP-INVOICE-DATE
           MOVE ZEROS TO AP-PO-NUMBER
           MOVE OI-INVOICED-AMT TO AP-AMOUNT
           MOVE ZEROS TO AP-DISC-PCT AP-DISC-DATE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE AP-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT + WS-NET-DAYS)
           MOVE "O" TO AP-STATUS
           MOVE SPACES TO AP-HOLD-REASON
           MOVE ZEROS TO AP-PAID-AMT AP-DISC-TAKEN AP-PAID-DATE
               AP-CHECK-NO AP-CHECKS
           MOVE WS-TODAY TO AP-ENTERED-DATE
           WRITE AP-RECORD
           IF WS-APK-COUNT < 2000
               ADD 1 TO WS-APK-COUNT
               SET APK-IDX TO WS-APK-COUNT
               MOVE AP-PAYEE-CODE TO WS-APK-OPERATOR (APK-IDX)
               MOVE AP-INVOICE-NO TO WS-APK-INVOICE (APK-IDX)
           END-IF
           ADD 1 TO WS-SENT-AP-COUNT
           MOVE "SENT TO PAYABLES" TO RRD-FLAG.
       340-EXIT.

      ******************************************************************
      * 500-SWEEP-UNINVOICED LISTS EVERY BOOKING OR ITINERARY
      * SEGMENT STILL UNMATCHED AFTER ALL INVOICES WENT THROUGH. A
      * CANCELLED BOOKING IS NOT EXPECTED TO BE INVOICED.
      ******************************************************************
       500-SWEEP-UNINVOICED.
           PERFORM VARYING WS-TRP-SUB FROM 1 BY 1
               UNTIL WS-TRP-SUB > WS-TRP-COUNT
               IF WS-TRP-MATCHED (WS-TRP-SUB) = "N"
                   AND WS-TRP-STATUS (WS-TRP-SUB) = "A"
                   MOVE WS-TRP-OPERATOR (WS-TRP-SUB) TO RRD-OPERATOR
                   MOVE WS-TRP-OPERATOR (WS-TRP-SUB)
                       TO OI-OPERATOR-CODE
                   PERFORM 700-RESOLVE-NAME THRU 700-EXIT
                   MOVE WS-TRP-BOOKING (WS-TRP-SUB) TO RRD-BOOKING
                   MOVE WS-TRP-CONFIRM (WS-TRP-SUB) TO RRD-CONFIRM
                   MOVE WS-TRP-CLIENT (WS-TRP-SUB) TO RRD-CLIENT
                   MOVE WS-TRP-DATE (WS-TRP-SUB) TO RRD-DATE
                   MOVE WS-TRP-NET-COST (WS-TRP-SUB) TO RRD-BOOKED
