      *
      * Rate file (RentalRates.txt, one record): hourly rate, daily
      * rate, weekend flat rate, late fee per hour.
      *
      * Every rental bike is registered as a fleet unit (see
      * copybooks/RENTFLT.cpy) with its own unit number and frame
      * serial, and the desk checks out and takes back the unit, not
      * just the model's item code. Each check-in adds the rental's
      * days and revenue to the unit and appends a line to
      * FleetActivity.txt for the monthly FLEETRPT report. A unit
      * that reaches its service interval - every so many rentals or
      * days out - goes into maintenance: a fleet work order (client
      * "*FLT") is opened on the bench and the unit cannot go out
      * again until WORKORD closes that order. Open rentals from
      * before the fleet file still check in by item code.
      *
      * Check-out and check-in both ring onto the invoice history,
      * so neither runs while today's month is closed through
      * PERIODMNT; PERIODCHK logs the attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRFILE-STATUS.

      * Select statement for the rental fleet unit file.

       SELECT FLEET-FILE
               ASSIGN TO UT-SYS-FLEET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.

      * Select statement for the append-only fleet activity file.

       SELECT FLEET-ACTIVITY-FILE
               ASSIGN TO UT-SYS-FLEETACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEETACT-STATUS.

      * Select statement for the append-only work order file a unit
      * due for service is booked onto.

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the persisted work order counter.

       SELECT WO-COUNTER-FILE
               ASSIGN TO UT-SYS-WOCTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOCTR-STATUS.

      * Select statement for the operator master behind sign-on.

       SELECT OPERATOR-FILE

      * File description for the open rentals file. RN-STATUS is "O"
      * while the bike is on the street and "C" once checked in.
      * RN-UNIT-NO is the fleet unit rented (blank on rentals opened
      * before the fleet file).

       FD  RENTAL-FILE.
       01  RN-RECORD.
           05 RN-DUE-TIME                PIC 9(4).
           05 RN-STATUS                  PIC X.
           05 RN-INVOICE-NUMBER          PIC 9(6).
           05 RN-UNIT-NO                 PIC X(6).

      * File description for the rental rate file.

       FD  INVOICE-COUNTER-FILE.
       01  CTR-RECORD                    PIC 9(6).

      * File description for the rental fleet unit file.

       FD  FLEET-FILE.
           COPY RENTFLT.

      * File description for the fleet activity file.

       FD  FLEET-ACTIVITY-FILE.
           COPY FLEETACT.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
           COPY WORKORD.

      * File description for the persisted work order counter.

       FD  WO-COUNTER-FILE.
       01  WOCTR-RECORD                  PIC 9(6).

      * File description for the operator master file.

       FD  OPERATOR-FILE.
          05 WS-SVLOG-STATUS                 PIC XX.
          05 WS-REFUND-AMT                   PIC 9(5)V99.
          05 WS-CREDIT-CARD-NO               PIC X(10).
          05 WS-FLEET-STATUS                 PIC XX.
          05 WS-FLEETACT-STATUS              PIC XX.
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-WOCTR-STATUS                 PIC XX.
          05 WS-FU-EOF                       PIC XXX VALUE "NO".
          05 WS-WO-EOF                       PIC XXX.
          05 WS-WO-CLOSED                    PIC XXX.
          05 WS-FU-SUB                       PIC 999.
          05 WS-FU-FOUND                     PIC XXX.
          05 WS-INPUT-UNIT                   PIC X(6).
          05 WS-INPUT-SERIAL                 PIC X(15).
          05 WS-INPUT-SVC-RENTALS            PIC 9(3).
          05 WS-INPUT-SVC-DAYS               PIC 9(4).
          05 WS-FLEET-CHOICE                 PIC X.
          05 WS-UNIT-DAYS                    PIC 9(4).
          05 WS-WO-NUMBER                    PIC 9(6).
          05 WS-SVC-DUE                      PIC XXX.

      * Service interval a newly registered unit gets when the desk
      * keys no interval at all.

          05 WS-DEFAULT-SVC-RENTALS          PIC 9(3)  VALUE 25.
          05 WS-DEFAULT-SVC-DAYS             PIC 9(4)  VALUE 30.

      * Parameter block for the shared FILELOCK named-lock facility,
      * taken around the desk's two inventory updates so a register

       COPY FLOCKWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * a rental bike leaving and coming back is a stock movement.

       COPY STKPOSTWS.

      * The open rentals file, held in storage and rewritten after
      * a checkout or check-in.

             10 WS-RN-DUE-TIME               PIC 9(4).
             10 WS-RN-STATUS                 PIC X.
             10 WS-RN-INVOICE                PIC 9(6).
             10 WS-RN-UNIT                   PIC X(6).

      * The rental fleet file, held in storage and rewritten after a
      * unit goes out, comes back, or is maintained.

       01 WS-FU-TABLE.
          05 WS-FU-COUNT                     PIC 999 VALUE 0.
          05 WS-FU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-FU-COUNT
               INDEXED BY FU-IDX.
             10 WS-FU-UNIT                   PIC X(6).
             10 WS-FU-ITEM                   PIC X(10).
             10 WS-FU-SERIAL                 PIC X(15).
             10 WS-FU-REG-DATE               PIC 9(8).
             10 WS-FU-STATUS                 PIC X.
             10 WS-FU-RENTALS                PIC 9(5).
             10 WS-FU-DAYS-OUT               PIC 9(5).
             10 WS-FU-REVENUE                PIC 9(7)V99.
             10 WS-FU-RENTALS-SINCE          PIC 9(5).
             10 WS-FU-DAYS-SINCE             PIC 9(5).
             10 WS-FU-SVC-RENTALS            PIC 9(3).
             10 WS-FU-SVC-DAYS               PIC 9(4).
             10 WS-FU-WO                     PIC 9(6).
             10 WS-FU-LAST-SERVICE           PIC 9(8).

      * The loaded rate card, seeded with house defaults when no
      * rate file is on hand.

       01 WS-OUTPUT-FIELDS.
          05 WO-AMT                          PIC $$,$$9.99.
          05 WO-REVENUE                      PIC $$,$$$,$$9.99.

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

      * Files

          VALUE "C:\COBOL\InvoiceCounter.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-FLEET                    PIC X(60)
          VALUE "C:\COBOL\RentalFleet.txt".
          05 UT-SYS-FLEETACT                 PIC X(60)
          VALUE "C:\COBOL\FleetActivity.txt".
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".
          05 UT-SYS-WOCTR                    PIC X(60)
          VALUE "C:\COBOL\WOCounter.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, LOADS THE RATE CARD,
      * THE RENTAL FILE AND THE FLEET FILE, AND ROUTES TO THE CHOSEN
      * FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 010-OPERATOR-SIGNON THRU 010-EXIT
           COMPUTE WS-NOW-HHMM = WS-NOW-TIME / 10000
           PERFORM 050-LOAD-RATE-CARD THRU 050-EXIT
           PERFORM 100-LOAD-RENTALS THRU 100-EXIT
           PERFORM 120-LOAD-FLEET THRU 120-EXIT
           DISPLAY "RENTALS - O=CHECK OUT I=CHECK IN L=OPEN RENTALS "
               "F=FLEET"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "O"
               WHEN "o"
                   MOVE "RENTAL CHECK-OUT" TO PC-DETAIL
                   PERFORM 030-CHECK-PERIOD THRU 030-EXIT
                   IF PC-ALLOWED = "Y"
                       PERFORM 200-CHECK-OUT THRU 200-EXIT
                   END-IF
               WHEN "I"
               WHEN "i"
                   MOVE "RENTAL CHECK-IN" TO PC-DETAIL
                   PERFORM 030-CHECK-PERIOD THRU 030-EXIT
                   IF PC-ALLOWED = "Y"
                       PERFORM 500-CHECK-IN THRU 500-EXIT
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM 800-LIST-OPEN THRU 800-EXIT
               WHEN "F"
               WHEN "f"
                   PERFORM 600-FLEET-MAINT THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
           PERFORM 015-READ-OPERATOR THRU 015-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "RENTAL" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           CALL "OPSIGNON" USING SO-PARMS
           IF SO-RESULT NOT = "G" AND SO-RESULT NOT = "N"
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
           END-READ.
       015-EXIT.

      ******************************************************************
      * 030-CHECK-PERIOD ASKS PERIODCHK WHETHER TODAY'S MONTH IS STILL
      * OPEN FOR THE POSTING DESCRIBED IN PC-DETAIL. PC-ALLOWED COMES
      * BACK "Y" OR "N".
      ******************************************************************
       030-CHECK-PERIOD.
           MOVE WS-TODAY TO PC-POST-DATE
           MOVE "RENTAL" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-TODAY " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING CAN POST TO IT"
           END-IF.
       030-EXIT.

      ******************************************************************
      * 050-LOAD-RATE-CARD READS THE RATE FILE; WITH NO FILE ON HAND
      * THE COMPILED-IN HOUSE RATES STAND.
                       MOVE RN-STATUS TO WS-RN-STATUS (RN-IDX)
                       MOVE RN-INVOICE-NUMBER
                           TO WS-RN-INVOICE (RN-IDX)
                       MOVE RN-UNIT-NO TO WS-RN-UNIT (RN-IDX)
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 120-LOAD-FLEET PULLS THE WHOLE FLEET FILE INTO THE TABLE. NO
      * FILE ON HAND IS AN EMPTY FLEET.
      ******************************************************************
       120-LOAD-FLEET.
           OPEN INPUT FLEET-FILE
           IF WS-FLEET-STATUS NOT = "00"
               GO TO 120-EXIT
           END-IF
           PERFORM 125-READ-FLEET THRU 125-EXIT
               UNTIL WS-FU-EOF = "YES"
           CLOSE FLEET-FILE.
       120-EXIT.

       125-READ-FLEET.
           READ FLEET-FILE
               AT END
                   MOVE "YES" TO WS-FU-EOF
               NOT AT END
                   IF WS-FU-COUNT < 500
                       ADD 1 TO WS-FU-COUNT
                       SET FU-IDX TO WS-FU-COUNT
                       MOVE FU-UNIT-NO TO WS-FU-UNIT (FU-IDX)
                       MOVE FU-ITEM-CODE TO WS-FU-ITEM (FU-IDX)
                       MOVE FU-SERIAL-NO TO WS-FU-SERIAL (FU-IDX)
                       MOVE FU-REG-DATE TO WS-FU-REG-DATE (FU-IDX)
                       MOVE FU-STATUS TO WS-FU-STATUS (FU-IDX)
                       MOVE FU-RENTALS TO WS-FU-RENTALS (FU-IDX)
                       MOVE FU-DAYS-OUT TO WS-FU-DAYS-OUT (FU-IDX)
                       MOVE FU-REVENUE TO WS-FU-REVENUE (FU-IDX)
                       MOVE FU-RENTALS-SINCE
                           TO WS-FU-RENTALS-SINCE (FU-IDX)
                       MOVE FU-DAYS-SINCE TO WS-FU-DAYS-SINCE (FU-IDX)
                       MOVE FU-SVC-RENTALS TO WS-FU-SVC-RENTALS (FU-IDX)
                       MOVE FU-SVC-DAYS TO WS-FU-SVC-DAYS (FU-IDX)
                       MOVE FU-WO-NUMBER TO WS-FU-WO (FU-IDX)
                       MOVE FU-LAST-SERVICE
                           TO WS-FU-LAST-SERVICE (FU-IDX)
                   END-IF
           END-READ.
       125-EXIT.

      ******************************************************************
      * 150-FIND-UNIT LOOKS WS-INPUT-UNIT UP IN THE FLEET TABLE,
      * LEAVING WS-FU-FOUND AND, WHEN FOUND, WS-FU-SUB ON THE UNIT.
      ******************************************************************
       150-FIND-UNIT.
           MOVE "NO" TO WS-FU-FOUND
           PERFORM VARYING WS-FU-SUB FROM 1 BY 1
               UNTIL WS-FU-SUB > WS-FU-COUNT OR WS-FU-FOUND = "YES"
               IF WS-FU-UNIT (WS-FU-SUB) = WS-INPUT-UNIT
                   MOVE "YES" TO WS-FU-FOUND
               END-IF
           END-PERFORM
           IF WS-FU-FOUND = "YES"
               SUBTRACT 1 FROM WS-FU-SUB
           END-IF.
       150-EXIT.

      ******************************************************************
      * 200-CHECK-OUT OPENS A RENTAL: CLIENT AND FLEET UNIT
      * VALIDATED, THE UNIT'S MODEL COMES OFF THE ON-HAND COUNT, THE
      * DEPOSIT IS TENDERED AND RUNG ONTO THE HISTORY, THE RENTAL
      * GOES ON FILE OPEN, AND THE UNIT IS MARKED OUT. A UNIT IN FOR
      * MAINTENANCE GOES OUT ONLY ONCE ITS WORK ORDER IS CLOSED.
      ******************************************************************
       200-CHECK-OUT.
           DISPLAY "ENTER CLIENT NUMBER"
           END-READ
           DISPLAY "RENTING TO: " CM-CLIENT-NAME
           CLOSE CLIENT-MASTER-FILE
           DISPLAY "ENTER FLEET UNIT NUMBER"
           ACCEPT WS-INPUT-UNIT
           PERFORM 150-FIND-UNIT THRU 150-EXIT
           IF WS-FU-FOUND = "NO"
               DISPLAY "UNIT NOT ON THE FLEET FILE - REGISTER IT UNDER "
                   "F=FLEET FIRST"
               GO TO 200-EXIT
           END-IF
           IF WS-FU-STATUS (WS-FU-SUB) = "M"
               PERFORM 230-CHECK-SERVICE-DONE THRU 230-EXIT
           END-IF
           EVALUATE WS-FU-STATUS (WS-FU-SUB)
               WHEN "A"
                   CONTINUE
               WHEN "O"
                   DISPLAY "UNIT IS ALREADY OUT ON A RENTAL"
                   GO TO 200-EXIT
               WHEN "M"
                   DISPLAY "UNIT IN FOR SERVICE ON WORK ORDER "
                       WS-FU-WO (WS-FU-SUB) " - NOT RENTABLE"
                   GO TO 200-EXIT
               WHEN OTHER
                   DISPLAY "UNIT IS RETIRED FROM THE FLEET"
                   GO TO 200-EXIT
           END-EVALUATE
           MOVE WS-FU-ITEM (WS-FU-SUB) TO WS-INPUT-CODE
           DISPLAY "UNIT " WS-INPUT-UNIT " - ITEM " WS-INPUT-CODE
               " SERIAL " WS-FU-SERIAL (WS-FU-SUB)
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND"
           END-IF
           SUBTRACT 1 FROM INV-QTY-ON-HAND
           REWRITE INV-RECORD
           MOVE -1 TO SK-QTY
           MOVE WS-CLIENT-KEY TO SK-SOURCE-DOC
           PERFORM 770-POST-RENTAL-MOVE THRU 770-EXIT
           PERFORM 760-DROP-NAMED-LOCK THRU 760-EXIT
           CLOSE INVENTORY-FILE
           DISPLAY "RATE TYPE - H=HOURLY D=DAILY W=WEEKEND"
               MOVE WS-DUE-TIME TO WS-RN-DUE-TIME (RN-IDX)
               MOVE "O" TO WS-RN-STATUS (RN-IDX)
               MOVE WS-INVOICE-NUMBER TO WS-RN-INVOICE (RN-IDX)
               MOVE WS-INPUT-UNIT TO WS-RN-UNIT (RN-IDX)
           END-IF
           PERFORM 700-REWRITE-RENTALS THRU 700-EXIT
           MOVE "O" TO WS-FU-STATUS (WS-FU-SUB)
           PERFORM 720-REWRITE-FLEET THRU 720-EXIT
           DISPLAY "CHECKED OUT - DEPOSIT ON INVOICE "
               WS-INVOICE-NUMBER.
       200-EXIT.

      ******************************************************************
      * 230-CHECK-SERVICE-DONE LOOKS FOR THE SETTLED MARKER WORKORD
      * APPENDS WHEN THE BENCH CLOSES THE UNIT'S FLEET WORK ORDER.
      * FOUND, THE UNIT IS BACK IN SERVICE: AVAILABLE, ITS SINCE-
      * SERVICE COUNTS CLEARED AND THE SERVICE DATE STAMPED. THE
      * FLEET FILE IS WRITTEN BACK HERE SO THE RELEASE STANDS EVEN IF
      * THE CHECK-OUT GOES NO FURTHER.
      ******************************************************************
       230-CHECK-SERVICE-DONE.
           MOVE WS-FU-WO (WS-FU-SUB) TO WS-WO-NUMBER
           MOVE "NO" TO WS-WO-CLOSED
           MOVE "NO" TO WS-WO-EOF
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               GO TO 230-EXIT
           END-IF
           PERFORM 235-SCAN-WO-LINE THRU 235-EXIT
               UNTIL WS-WO-EOF = "YES"
           CLOSE WORK-ORDER-FILE
           IF WS-WO-CLOSED = "NO"
               GO TO 230-EXIT
           END-IF
           MOVE "A" TO WS-FU-STATUS (WS-FU-SUB)
           MOVE ZEROS TO WS-FU-RENTALS-SINCE (WS-FU-SUB)
               WS-FU-DAYS-SINCE (WS-FU-SUB)
           MOVE WS-TODAY TO WS-FU-LAST-SERVICE (WS-FU-SUB)
           PERFORM 720-REWRITE-FLEET THRU 720-EXIT
           DISPLAY "WORK ORDER " WS-WO-NUMBER " CLOSED - UNIT BACK IN "
               "SERVICE".
       230-EXIT.

       235-SCAN-WO-LINE.
           READ WORK-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-WO-EOF
               NOT AT END
                   IF WO-NUMBER = WS-WO-NUMBER
                       AND WO-LINE-TYPE = "C"
                       MOVE "YES" TO WS-WO-CLOSED
                       MOVE "YES" TO WS-WO-EOF
                   END-IF
           END-READ.
       235-EXIT.

      ******************************************************************
      * 300-TENDER-LOOP COLLECTS CASH/CHECK/CARD UNTIL THE TENDERS
      * MATCH WS-AMOUNT-DUE - THE DESK'S OWN CUT OF THE REGISTER'S
           MOVE 1 TO HIST-ACCESS-COUNT
           MOVE ZEROS TO HIST-SUM-ACCESS HIST-DISCOUNT-SUM
               HIST-SALES-TAX HIST-PAY-CREDIT-AMT HIST-PAY-POINTS-AMT
               HIST-TRADE-IN-AMT HIST-PAY-ACCT-AMT HIST-SHIP-CHARGE
           MOVE WS-AMOUNT-DUE TO HIST-SUBTOTAL HIST-NET-SALE
               HIST-INVOICE-TOTAL HIST-AMOUNT-RECEIVED
           MOVE WS-INVOICE-NUMBER TO HIST-INVOICE-NUMBER
           MOVE WS-CLIENT-KEY TO HIST-CLIENT-NO
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID
           MOVE SPACES TO HIST-BIKE-CODE HIST-SERIAL-NO
               HIST-EXEMPT-CERT-NO HIST-CAMPAIGN-CODE
           MOVE "N" TO HIST-PROMO-FLAG
           MOVE 1 TO HIST-STORE-NO
           WRITE HIST-RECORD
      ******************************************************************
      * 500-CHECK-IN CLOSES A RENTAL: TIME CHARGES FROM THE RATE
      * CARD, LATE FEE PAST THE DUE-BACK TIME, DEPOSIT NETTED OFF,
      * THE REMAINDER SETTLED AND RUNG, THE BIKE BACK ON HAND, AND
      * THE RENTAL ADDED TO ITS FLEET UNIT. THE DESK KEYS THE UNIT
      * NUMBER; A RENTAL OPENED BEFORE THE FLEET FILE IS FOUND BY
      * ITS ITEM CODE.
      ******************************************************************
       500-CHECK-IN.
           DISPLAY "ENTER FLEET UNIT (OR ITEM CODE) COMING BACK"
           ACCEPT WS-INPUT-CODE
           MOVE "NO" TO WS-MATCHED
           PERFORM VARYING WS-RN-SUB FROM 1 BY 1
               UNTIL WS-RN-SUB > WS-RN-COUNT
               IF WS-RN-STATUS (WS-RN-SUB) = "O"
                   AND WS-MATCHED = "NO"
                   AND ((WS-RN-UNIT (WS-RN-SUB) NOT = SPACES
                   AND WS-RN-UNIT (WS-RN-SUB) = WS-INPUT-CODE)
                   OR (WS-RN-UNIT (WS-RN-SUB) = SPACES
                   AND WS-RN-ITEM (WS-RN-SUB) = WS-INPUT-CODE))
                   MOVE "YES" TO WS-MATCHED
                   PERFORM 510-SETTLE-ONE-RENTAL THRU 510-EXIT
                   IF WS-RN-UNIT (WS-RN-SUB) NOT = SPACES
                       PERFORM 530-UPDATE-FLEET-UNIT THRU 530-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCHED = "NO"
               DISPLAY "NO OPEN RENTAL FOR THAT UNIT OR ITEM"
               GO TO 500-EXIT
           END-IF
           PERFORM 700-REWRITE-RENTALS THRU 700-EXIT.
           IF WS-INVENTORY-STATUS = "00"
               MOVE "INVENTORY" TO FL-LOCK-NAME
               PERFORM 750-TAKE-NAMED-LOCK THRU 750-EXIT
               MOVE WS-RN-ITEM (WS-RN-SUB) TO INV-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO INV-QTY-ON-HAND
                       REWRITE INV-RECORD
                       MOVE 1 TO SK-QTY
                       MOVE WS-INVOICE-NUMBER TO SK-SOURCE-DOC
                       PERFORM 770-POST-RENTAL-MOVE THRU 770-EXIT
               END-READ
               PERFORM 760-DROP-NAMED-LOCK THRU 760-EXIT
               CLOSE INVENTORY-FILE
           DISPLAY "STORE CREDIT ISSUED ON CARD " WS-CREDIT-CARD-NO.
       520-EXIT.

      ******************************************************************
      * 530-UPDATE-FLEET-UNIT ADDS THE RENTAL JUST SETTLED TO ITS
      * FLEET UNIT - ONE MORE RENTAL, THE CALENDAR DAYS IT WAS OUT
      * (A SAME-DAY RENTAL COUNTS AS ONE) AND THE CHARGE BEFORE THE
      * DEPOSIT - AND LOGS IT TO THE ACTIVITY FILE. A UNIT THAT HAS
      * NOW REACHED EITHER SERVICE INTERVAL GOES INTO MAINTENANCE ON
      * A NEW FLEET WORK ORDER; ANY OTHER GOES BACK TO AVAILABLE.
      ******************************************************************
       530-UPDATE-FLEET-UNIT.
           MOVE WS-RN-UNIT (WS-RN-SUB) TO WS-INPUT-UNIT
           PERFORM 150-FIND-UNIT THRU 150-EXIT
           IF WS-FU-FOUND = "NO"
               DISPLAY "UNIT " WS-INPUT-UNIT " NOT ON THE FLEET FILE - "
                   "RENTAL NOT COUNTED"
               GO TO 530-EXIT
           END-IF
           COMPUTE WS-UNIT-DAYS = WS-IN-INT - WS-OUT-INT
           IF WS-UNIT-DAYS < 1
               MOVE 1 TO WS-UNIT-DAYS
           END-IF
           ADD 1 TO WS-FU-RENTALS (WS-FU-SUB)
               WS-FU-RENTALS-SINCE (WS-FU-SUB)
           ADD WS-UNIT-DAYS TO WS-FU-DAYS-OUT (WS-FU-SUB)
               WS-FU-DAYS-SINCE (WS-FU-SUB)
           ADD WS-TOTAL-CHARGE TO WS-FU-REVENUE (WS-FU-SUB)
           PERFORM 540-WRITE-FLEET-ACTIVITY THRU 540-EXIT
           MOVE "NO" TO WS-SVC-DUE
           IF WS-FU-SVC-RENTALS (WS-FU-SUB) > ZEROS
               AND WS-FU-RENTALS-SINCE (WS-FU-SUB)
                   NOT < WS-FU-SVC-RENTALS (WS-FU-SUB)
               MOVE "YES" TO WS-SVC-DUE
           END-IF
           IF WS-FU-SVC-DAYS (WS-FU-SUB) > ZEROS
               AND WS-FU-DAYS-SINCE (WS-FU-SUB)
                   NOT < WS-FU-SVC-DAYS (WS-FU-SUB)
               MOVE "YES" TO WS-SVC-DUE
           END-IF
           IF WS-SVC-DUE = "YES"
               PERFORM 550-OPEN-FLEET-ORDER THRU 550-EXIT
           ELSE
               MOVE "A" TO WS-FU-STATUS (WS-FU-SUB)
           END-IF
           PERFORM 720-REWRITE-FLEET THRU 720-EXIT.
       530-EXIT.

      ******************************************************************
      * 540-WRITE-FLEET-ACTIVITY APPENDS THE SETTLED RENTAL TO THE
      * FLEET ACTIVITY FILE, CREATING IT ON A FIRST-EVER RUN.
      ******************************************************************
       540-WRITE-FLEET-ACTIVITY.
           OPEN EXTEND FLEET-ACTIVITY-FILE
           IF WS-FLEETACT-STATUS NOT = "00"
               OPEN OUTPUT FLEET-ACTIVITY-FILE
           END-IF
           MOVE WS-RN-UNIT (WS-RN-SUB) TO FA-UNIT-NO
           MOVE WS-RN-ITEM (WS-RN-SUB) TO FA-ITEM-CODE
           MOVE WS-RN-CLIENT (WS-RN-SUB) TO FA-CLIENT-NO
           MOVE WS-RN-OUT-DATE (WS-RN-SUB) TO FA-OUT-DATE
           MOVE WS-TODAY TO FA-IN-DATE
           MOVE WS-UNIT-DAYS TO FA-DAYS
           MOVE WS-TOTAL-CHARGE TO FA-REVENUE
           MOVE WS-INVOICE-NUMBER TO FA-INVOICE-NUMBER
           WRITE FA-RECORD
           CLOSE FLEET-ACTIVITY-FILE.
       540-EXIT.

      ******************************************************************
      * 550-OPEN-FLEET-ORDER PUTS A UNIT DUE FOR SERVICE INTO
      * MAINTENANCE: A WORK ORDER IS DRAWN FROM THE BENCH'S COUNTER
      * AND ITS OPENING HEADER LINE APPENDED, CHARGED TO "*FLT" WITH
      * THE UNIT NUMBER AS ITS ITEM CODE, THE WAY PROGRAM1 OPENS A
      * REFURBISHMENT ORDER FOR A TRADE-IN.
      ******************************************************************
       550-OPEN-FLEET-ORDER.
           PERFORM 560-GET-WO-NUMBER THRU 560-EXIT
           OPEN EXTEND WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF
           MOVE SPACES TO WO-RECORD
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE "H" TO WO-LINE-TYPE
           MOVE "*FLT" TO WO-CLIENT-NO
           MOVE "R" TO WO-STATUS
           MOVE "FLEET SERVICE DUE" TO WO-DESCRIPTION
           MOVE WS-FU-UNIT (WS-FU-SUB) TO WO-ITEM-CODE
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-LINE-TOTAL
               WO-INVOICE-NUMBER WO-SALE-DATE WO-CLAIM-COST
           MOVE WS-TODAY TO WO-DATE
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           MOVE "M" TO WS-FU-STATUS (WS-FU-SUB)
           MOVE WS-WO-NUMBER TO WS-FU-WO (WS-FU-SUB)
           DISPLAY "UNIT " WS-FU-UNIT (WS-FU-SUB) " DUE FOR SERVICE - "
               "WORK ORDER " WS-WO-NUMBER " OPENED, UNIT HELD"
               " OFF RENTAL".
       550-EXIT.

      ******************************************************************
      * 560-GET-WO-NUMBER DRAWS THE NEXT WORK ORDER NUMBER FROM THE
      * BENCH'S PERSISTED COUNTER, THE SAME WAY WORKORD DRAWS ONE.
      ******************************************************************
       560-GET-WO-NUMBER.
           OPEN INPUT WO-COUNTER-FILE
           IF WS-WOCTR-STATUS NOT = "00"
               MOVE ZEROS TO WOCTR-RECORD
               OPEN OUTPUT WO-COUNTER-FILE
               WRITE WOCTR-RECORD
               CLOSE WO-COUNTER-FILE
               OPEN INPUT WO-COUNTER-FILE
           END-IF
           READ WO-COUNTER-FILE
               AT END MOVE ZEROS TO WOCTR-RECORD
           END-READ
           MOVE WOCTR-RECORD TO WS-WO-NUMBER
           CLOSE WO-COUNTER-FILE
           ADD 1 TO WS-WO-NUMBER
           MOVE WS-WO-NUMBER TO WOCTR-RECORD
           OPEN OUTPUT WO-COUNTER-FILE
           WRITE WOCTR-RECORD
           CLOSE WO-COUNTER-FILE.
       560-EXIT.

      ******************************************************************
      * 600-FLEET-MAINT KEEPS THE FLEET FILE: REGISTER A NEW UNIT,
      * CHANGE A UNIT'S SERVICE INTERVALS, RETIRE A UNIT, OR LIST
      * THE FLEET WITH ITS COUNTS.
      ******************************************************************
       600-FLEET-MAINT.
           DISPLAY "FLEET - R=REGISTER UNIT S=SERVICE INTERVALS "
               "T=RETIRE UNIT L=LIST FLEET"
           ACCEPT WS-FLEET-CHOICE
           EVALUATE WS-FLEET-CHOICE
               WHEN "R"
               WHEN "r"
                   PERFORM 610-REGISTER-UNIT THRU 610-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 620-CHANGE-INTERVALS THRU 620-EXIT
               WHEN "T"
               WHEN "t"
                   PERFORM 630-RETIRE-UNIT THRU 630-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 640-LIST-FLEET THRU 640-EXIT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       600-EXIT.

      ******************************************************************
      * 610-REGISTER-UNIT ADDS A RENTAL BIKE TO THE FLEET. THE UNIT
      * NUMBER MUST BE NEW AND THE ITEM CODE ON THE INVENTORY FILE.
      * KEYING NO SERVICE INTERVAL AT ALL GIVES THE HOUSE DEFAULT.
      ******************************************************************
       610-REGISTER-UNIT.
           DISPLAY "ENTER NEW FLEET UNIT NUMBER"
           ACCEPT WS-INPUT-UNIT
           IF WS-INPUT-UNIT = SPACES
               DISPLAY "UNIT NUMBER REQUIRED"
               GO TO 610-EXIT
           END-IF
           PERFORM 150-FIND-UNIT THRU 150-EXIT
           IF WS-FU-FOUND = "YES"
               DISPLAY "UNIT ALREADY ON THE FLEET FILE"
               GO TO 610-EXIT
           END-IF
           IF WS-FU-COUNT NOT < 500
               DISPLAY "FLEET FILE FULL - RETIRE A UNIT FIRST"
               GO TO 610-EXIT
           END-IF
           DISPLAY "ENTER THE BIKE'S INVENTORY ITEM CODE"
           ACCEPT WS-INPUT-CODE
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND"
               GO TO 610-EXIT
           END-IF
           MOVE WS-INPUT-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND"
                   CLOSE INVENTORY-FILE
                   GO TO 610-EXIT
           END-READ
           CLOSE INVENTORY-FILE
           DISPLAY "MODEL: " INV-DESCRIPTION
           DISPLAY "ENTER FRAME SERIAL NUMBER"
           ACCEPT WS-INPUT-SERIAL
           DISPLAY "SERVICE EVERY HOW MANY RENTALS (0 = NO LIMIT)"
           ACCEPT WS-INPUT-SVC-RENTALS
           DISPLAY "SERVICE EVERY HOW MANY DAYS OUT (0 = NO LIMIT)"
           ACCEPT WS-INPUT-SVC-DAYS
           IF WS-INPUT-SVC-RENTALS = ZEROS
               AND WS-INPUT-SVC-DAYS = ZEROS
               MOVE WS-DEFAULT-SVC-RENTALS TO WS-INPUT-SVC-RENTALS
               MOVE WS-DEFAULT-SVC-DAYS TO WS-INPUT-SVC-DAYS
               DISPLAY "NO INTERVAL KEYED - HOUSE DEFAULT OF "
                   WS-INPUT-SVC-RENTALS " RENTALS OR "
                   WS-INPUT-SVC-DAYS " DAYS USED"
           END-IF
           ADD 1 TO WS-FU-COUNT
           SET FU-IDX TO WS-FU-COUNT
           MOVE WS-INPUT-UNIT TO WS-FU-UNIT (FU-IDX)
           MOVE WS-INPUT-CODE TO WS-FU-ITEM (FU-IDX)
           MOVE WS-INPUT-SERIAL TO WS-FU-SERIAL (FU-IDX)
           MOVE WS-TODAY TO WS-FU-REG-DATE (FU-IDX)
           MOVE "A" TO WS-FU-STATUS (FU-IDX)
           MOVE ZEROS TO WS-FU-RENTALS (FU-IDX) WS-FU-DAYS-OUT (FU-IDX)
               WS-FU-REVENUE (FU-IDX) WS-FU-RENTALS-SINCE (FU-IDX)
               WS-FU-DAYS-SINCE (FU-IDX) WS-FU-WO (FU-IDX)
           MOVE WS-INPUT-SVC-RENTALS TO WS-FU-SVC-RENTALS (FU-IDX)
           MOVE WS-INPUT-SVC-DAYS TO WS-FU-SVC-DAYS (FU-IDX)
           MOVE WS-TODAY TO WS-FU-LAST-SERVICE (FU-IDX)
           PERFORM 720-REWRITE-FLEET THRU 720-EXIT
           DISPLAY "UNIT " WS-INPUT-UNIT " REGISTERED".
       610-EXIT.

      ******************************************************************
      * 620-CHANGE-INTERVALS RESETS A UNIT'S SERVICE INTERVALS. THE
      * NEW INTERVAL IS CHECKED AT THE UNIT'S NEXT CHECK-IN.
      ******************************************************************
       620-CHANGE-INTERVALS.
           DISPLAY "ENTER FLEET UNIT NUMBER"
           ACCEPT WS-INPUT-UNIT
           PERFORM 150-FIND-UNIT THRU 150-EXIT
           IF WS-FU-FOUND = "NO"
               DISPLAY "UNIT NOT ON THE FLEET FILE"
               GO TO 620-EXIT
           END-IF
           DISPLAY "NOW EVERY " WS-FU-SVC-RENTALS (WS-FU-SUB)
               " RENTALS OR " WS-FU-SVC-DAYS (WS-FU-SUB) " DAYS OUT"
           DISPLAY "SERVICE EVERY HOW MANY RENTALS (0 = NO LIMIT)"
           ACCEPT WS-INPUT-SVC-RENTALS
           DISPLAY "SERVICE EVERY HOW MANY DAYS OUT (0 = NO LIMIT)"
           ACCEPT WS-INPUT-SVC-DAYS
           MOVE WS-INPUT-SVC-RENTALS TO WS-FU-SVC-RENTALS (WS-FU-SUB)
           MOVE WS-INPUT-SVC-DAYS TO WS-FU-SVC-DAYS (WS-FU-SUB)
           PERFORM 720-REWRITE-FLEET THRU 720-EXIT
           DISPLAY "SERVICE INTERVALS CHANGED".
       620-EXIT.

      ******************************************************************
      * 630-RETIRE-UNIT TAKES A UNIT OUT OF THE FLEET FOR GOOD. ITS
      * RECORD STAYS ON FILE SO ITS HISTORY STILL REPORTS; A UNIT
      * OUT ON A RENTAL MUST COME BACK FIRST.
      ******************************************************************
       630-RETIRE-UNIT.
           DISPLAY "ENTER FLEET UNIT NUMBER TO RETIRE"
           ACCEPT WS-INPUT-UNIT
           PERFORM 150-FIND-UNIT THRU 150-EXIT
           IF WS-FU-FOUND = "NO"
               DISPLAY "UNIT NOT ON THE FLEET FILE"
               GO TO 630-EXIT
           END-IF
           IF WS-FU-STATUS (WS-FU-SUB) = "O"
               DISPLAY "UNIT IS OUT ON A RENTAL - CHECK IT IN FIRST"
               GO TO 630-EXIT
           END-IF
           MOVE "R" TO WS-FU-STATUS (WS-FU-SUB)
           PERFORM 720-REWRITE-FLEET THRU 720-EXIT
           DISPLAY "UNIT " WS-INPUT-UNIT " RETIRED".
       630-EXIT.

      ******************************************************************
      * 640-LIST-FLEET SHOWS EVERY UNIT WITH ITS STATUS, LIFETIME
      * RENTALS, DAYS AND REVENUE, AND ITS COUNTS SINCE SERVICE
      * AGAINST ITS INTERVALS.
      ******************************************************************
       640-LIST-FLEET.
           DISPLAY "RENTAL FLEET"
           DISPLAY "UNIT   ITEM       ST RENTALS  DAYS        REVENUE"
               "  SINCE SVC"
           PERFORM VARYING WS-FU-SUB FROM 1 BY 1
               UNTIL WS-FU-SUB > WS-FU-COUNT
               MOVE WS-FU-REVENUE (WS-FU-SUB) TO WO-REVENUE
               DISPLAY WS-FU-UNIT (WS-FU-SUB) " "
                   WS-FU-ITEM (WS-FU-SUB) " "
                   WS-FU-STATUS (WS-FU-SUB) "  "
                   WS-FU-RENTALS (WS-FU-SUB) "  "
                   WS-FU-DAYS-OUT (WS-FU-SUB) " "
                   WO-REVENUE "  "
                   WS-FU-RENTALS-SINCE (WS-FU-SUB) "/"
                   WS-FU-SVC-RENTALS (WS-FU-SUB) " RENTALS "
                   WS-FU-DAYS-SINCE (WS-FU-SUB) "/"
                   WS-FU-SVC-DAYS (WS-FU-SUB) " DAYS"
               IF WS-FU-STATUS (WS-FU-SUB) = "M"
                   DISPLAY "       IN FOR SERVICE ON WORK ORDER "
                       WS-FU-WO (WS-FU-SUB)
               END-IF
           END-PERFORM.
       640-EXIT.

      ******************************************************************
      * 700-REWRITE-RENTALS WRITES THE WHOLE RENTAL FILE BACK OUT
      * FROM THE TABLE.
               MOVE WS-RN-DUE-TIME (RN-IDX) TO RN-DUE-TIME
               MOVE WS-RN-STATUS (RN-IDX) TO RN-STATUS
               MOVE WS-RN-INVOICE (RN-IDX) TO RN-INVOICE-NUMBER
               MOVE WS-RN-UNIT (RN-IDX) TO RN-UNIT-NO
               WRITE RN-RECORD
           END-PERFORM
           CLOSE RENTAL-FILE.
       700-EXIT.

      ******************************************************************
      * 720-REWRITE-FLEET WRITES THE WHOLE FLEET FILE BACK OUT FROM
      * THE TABLE.
      ******************************************************************
       720-REWRITE-FLEET.
           OPEN OUTPUT FLEET-FILE
           PERFORM VARYING FU-IDX FROM 1 BY 1
               UNTIL FU-IDX > WS-FU-COUNT
               MOVE WS-FU-UNIT (FU-IDX) TO FU-UNIT-NO
               MOVE WS-FU-ITEM (FU-IDX) TO FU-ITEM-CODE
               MOVE WS-FU-SERIAL (FU-IDX) TO FU-SERIAL-NO
               MOVE WS-FU-REG-DATE (FU-IDX) TO FU-REG-DATE
               MOVE WS-FU-STATUS (FU-IDX) TO FU-STATUS
               MOVE WS-FU-RENTALS (FU-IDX) TO FU-RENTALS
               MOVE WS-FU-DAYS-OUT (FU-IDX) TO FU-DAYS-OUT
               MOVE WS-FU-REVENUE (FU-IDX) TO FU-REVENUE
               MOVE WS-FU-RENTALS-SINCE (FU-IDX) TO FU-RENTALS-SINCE
               MOVE WS-FU-DAYS-SINCE (FU-IDX) TO FU-DAYS-SINCE
               MOVE WS-FU-SVC-RENTALS (FU-IDX) TO FU-SVC-RENTALS
               MOVE WS-FU-SVC-DAYS (FU-IDX) TO FU-SVC-DAYS
               MOVE WS-FU-WO (FU-IDX) TO FU-WO-NUMBER
               MOVE WS-FU-LAST-SERVICE (FU-IDX) TO FU-LAST-SERVICE
               WRITE FU-RECORD
           END-PERFORM
           CLOSE FLEET-FILE.
       720-EXIT.

      ******************************************************************
      * 750-TAKE-NAMED-LOCK ACQUIRES THE LOCK ALREADY NAMED IN
      * FL-LOCK-NAME (INVENTORY AROUND AN ON-HAND UPDATE, STOREDVAL
           CALL "FILELOCK" USING FL-PARMS.
       760-EXIT.

      ******************************************************************
      * 770-POST-RENTAL-MOVE WRITES THE STOCK-LEDGER ENTRY FOR A BIKE
      * GOING OUT (-1, AGAINST THE CLIENT) OR COMING BACK (+1, AGAINST
      * THE SETTLEMENT INVOICE). THE CALLER SETS SK-QTY AND
      * SK-SOURCE-DOC; THE ITEM IS THE ONE STILL ON INV-RECORD.
      ******************************************************************
       770-POST-RENTAL-MOVE.
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE 1 TO SK-STORE-NO
           MOVE "L" TO SK-MOVE-TYPE
           MOVE ZEROS TO SK-UNIT-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE WS-OPERATOR-ID TO SK-OPERATOR
           MOVE "RENTAL" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       770-EXIT.

      ******************************************************************
      * 800-LIST-OPEN SHOWS EVERYTHING STILL ON THE STREET, FLAGGING
      * WHAT IS ALREADY PAST ITS DUE-BACK.
                   IF WS-RN-DUE-DATE (WS-RN-SUB) < WS-TODAY
                       OR (WS-RN-DUE-DATE (WS-RN-SUB) = WS-TODAY
                       AND WS-RN-DUE-TIME (WS-RN-SUB) < WS-NOW-HHMM)
                       DISPLAY WS-RN-UNIT (WS-RN-SUB) " "
                           WS-RN-ITEM (WS-RN-SUB) " CLIENT "
                           WS-RN-CLIENT (WS-RN-SUB) " DUE "
                           WS-RN-DUE-DATE (WS-RN-SUB) " "
                           WS-RN-DUE-TIME (WS-RN-SUB) "  *OVERDUE*"
                   ELSE
                       DISPLAY WS-RN-UNIT (WS-RN-SUB) " "
                           WS-RN-ITEM (WS-RN-SUB) " CLIENT "
                           WS-RN-CLIENT (WS-RN-SUB) " DUE "
                           WS-RN-DUE-DATE (WS-RN-SUB) " "
                           WS-RN-DUE-TIME (WS-RN-SUB)
