       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WEBSHIP.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Nightly web order shipping run. Reads the fulfillment file
      * (see copybooks/FULFILL.cpy) the FULFILL desk keeps and does
      * two things with it:
      *
      *   - exports every order shipped on the business date, carrier
      *     and tracking number included, to ShipConfirm.txt (see
      *     copybooks/SHIPCONF.cpy) for the storefront's overnight
      *     import, so the customer gets the tracking number without
      *     phoning the store
      *   - lists on ShipExceptions.txt every order still in the
      *     building more than two business days after it was
      *     ordered, oldest first as the file holds them
      *
      * Business days are counted the way SCHEDULER counts them:
      * Monday-Friday and not a holiday on the processing calendar.
      * The day the order came in does not count, the business date
      * does. The fulfillment file is only read - the desk owns it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the web order fulfillment file.

       SELECT FULFILLMENT-FILE
               ASSIGN TO UT-SYS-FULFILL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULFILL-STATUS.

      * Select statement for the processing calendar's holidays.

       SELECT CALENDAR-FILE
               ASSIGN TO UT-SYS-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      * Select statement for the storefront shipment confirmations.

       SELECT SHIP-CONFIRM-FILE
               ASSIGN TO UT-SYS-SHIPCONF
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the not-shipped exception report.

       SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO UT-SYS-SHIPEXC
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the web order fulfillment file.

       FD  FULFILLMENT-FILE.
       COPY FULFILL.

      * File description for the processing calendar.

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CALENDAR-RECORD.
           05 CAL-TYPE                        PIC X.
           05 CAL-DETAIL                      PIC X(19).
       01  CALENDAR-HOLIDAY REDEFINES CALENDAR-RECORD.
           05 FILLER                          PIC X.
           05 CAL-HOLIDAY-DATE                PIC X(8).
           05 FILLER                          PIC X(11).

      * File description for the shipment confirmations.

       FD  SHIP-CONFIRM-FILE.
       COPY SHIPCONF.

      * File description for the exception report.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REPORT-RECORD                      PIC X(70).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-FULFILL-STATUS               PIC XX.
          05 WS-FF-OPEN                      PIC XXX VALUE "NO".
          05 WS-FF-EOF                       PIC XXX VALUE "NO".
          05 WS-CALENDAR-STATUS              PIC XX.
          05 WS-CALENDAR-EOF                 PIC XXX VALUE "NO".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-BUSINESS-INT                 PIC 9(8).
          05 WS-ORDER-INT                    PIC 9(8).
          05 WS-CHECK-DATE                   PIC 9(8).
          05 WS-CHECK-INT                    PIC 9(8).
          05 WS-CHECK-DOW                    PIC 9.
          05 WS-IS-BUSINESS-DAY              PIC XXX.
          05 WS-HOL-SUB                      PIC 99.
          05 WS-DAYS-WAITING                 PIC 999.
          05 WS-ORDERS-READ                  PIC 9(5) VALUE 0.
          05 WS-CONFIRMS-WRITTEN             PIC 9(5) VALUE 0.
          05 WS-EXCEPTIONS                   PIC 9(5) VALUE 0.
          COPY RUNDATE.

      * The holidays off the calendar.

       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-COUNT                    PIC 99 VALUE 0.
          05 WS-HOL-ENTRIES OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-HOL-COUNT
               INDEXED BY HOL-IDX.
             10 WS-HOL-DATE                  PIC X(8).

      * Heading 1

       01 HEADING1.
          COPY DATEHDR.
          05                                 PIC X(4)  VALUE SPACES.
          05                                 PIC X(44)
                   VALUE "WEB ORDERS NOT SHIPPED IN 2 BUSINESS DAYS".
          05                                 PIC X(12) VALUE SPACES.

      * Heading 2

       01 HEADING2.
          05                                 PIC X(10) VALUE "INVOICE".
          05                                 PIC X(7)  VALUE "STORE".
          05                                 PIC X(8)  VALUE "CLIENT".
          05                                 PIC X(10) VALUE "ORDERED".
          05                                 PIC X(10) VALUE "STATUS".
          05                                 PIC X(25)
                                    VALUE "BUSINESS DAYS WAITING".

      * Detail line

       01 DETAIL-LINE.
          05 D-INVOICE-NUMBER                PIC 9(6).
          05                                 PIC X(6)  VALUE SPACES.
          05 D-STORE-NO                      PIC Z9.
          05                                 PIC X(3)  VALUE SPACES.
          05 D-CLIENT-NO                     PIC X(5).
          05                                 PIC X(3)  VALUE SPACES.
          05 D-ORDER-DATE                    PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-STATUS                        PIC X(7).
          05                                 PIC X(11) VALUE SPACES.
          05 D-DAYS-WAITING                  PIC ZZ9.
          05                                 PIC X(14) VALUE SPACES.

      * Footer

       01 FOOTER1.
          05                                 PIC X(29)
                   VALUE "*** ORDERS NOT SHIPPED ".
          05 F-EXCEPTIONS                    PIC ZZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(32) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-FULFILL                  PIC X(60)
          VALUE "C:\COBOL\Fulfillment.txt".
          05 UT-SYS-CALENDAR                 PIC X(60)
          VALUE "C:\COBOL\ProcessingCalendar.txt".
          05 UT-SYS-SHIPCONF                 PIC X(60)
          VALUE "C:\COBOL\ShipConfirm.txt".
          05 UT-SYS-SHIPEXC                  PIC X(60)
          VALUE "C:\COBOL\ShipExceptions.txt".

      * The business date the shipments and the wait are measured
      * against (see copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 050-LOAD-HOLIDAYS THRU 050-EXIT
           PERFORM 100-INITIALIZATION-OPEN THRU 100-EXIT
           IF WS-FF-OPEN = "YES"
               PERFORM 200-READ-FULFILL THRU 200-EXIT
                   UNTIL WS-FF-EOF = "YES"
           END-IF
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-HOLIDAYS READS THE HOLIDAY LINES OFF THE PROCESSING
      * CALENDAR. NO CALENDAR MEANS EVERY WEEKDAY COUNTS.
      ******************************************************************
       050-LOAD-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               GO TO 050-EXIT
           END-IF
           PERFORM 060-READ-CALENDAR THRU 060-EXIT
               UNTIL WS-CALENDAR-EOF = "YES"
           CLOSE CALENDAR-FILE.
       050-EXIT.

       060-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE "YES" TO WS-CALENDAR-EOF
               NOT AT END
                   IF CAL-TYPE = "H" AND WS-HOL-COUNT < 60
                       ADD 1 TO WS-HOL-COUNT
                       SET HOL-IDX TO WS-HOL-COUNT
                       MOVE CAL-HOLIDAY-DATE TO WS-HOL-DATE (HOL-IDX)
                   END-IF
           END-READ.
       060-EXIT.

      ******************************************************************
      * 100-INITIALIZATION-OPEN OPENS THE FILES AND WRITES THE REPORT
      * HEADINGS. NO FULFILLMENT FILE YET MEANS NO WEB ORDERS - BOTH
      * OUTPUTS COME OUT EMPTY RATHER THAN THE STEP FAILING.
      ******************************************************************
       100-INITIALIZATION-OPEN.
           OPEN INPUT FULFILLMENT-FILE
           IF WS-FULFILL-STATUS = "00"
               MOVE "YES" TO WS-FF-OPEN
           ELSE
               DISPLAY "NO FULFILLMENT FILE ON HAND"
           END-IF
           OPEN OUTPUT SHIP-CONFIRM-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
           MOVE CUR-YEAR TO H-YEAR
           MOVE CUR-MONTH TO H-MONTH
           MOVE CUR-DAY TO H-DAY
           WRITE REPORT-RECORD FROM HEADING1
           WRITE REPORT-RECORD FROM HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
       100-EXIT.

      ******************************************************************
      * 200-READ-FULFILL SENDS A CONFIRMATION FOR AN ORDER SHIPPED ON
      * THE BUSINESS DATE AND CHECKS HOW LONG ANY UNSHIPPED ORDER HAS
      * BEEN WAITING.
      ******************************************************************
       200-READ-FULFILL.
           READ FULFILLMENT-FILE
               AT END
                   MOVE "YES" TO WS-FF-EOF
                   GO TO 200-EXIT
           END-READ
           ADD 1 TO WS-ORDERS-READ
           IF FF-SHIPPED
               IF FF-SHIP-DATE = WS-BUSINESS-DATE
                   PERFORM 300-WRITE-CONFIRM THRU 300-EXIT
               END-IF
               GO TO 200-EXIT
           END-IF
           PERFORM 400-COUNT-WAITING THRU 400-EXIT
           IF WS-DAYS-WAITING > 2
               PERFORM 500-WRITE-EXCEPTION THRU 500-EXIT
           END-IF.
       200-EXIT.

      ******************************************************************
      * 300-WRITE-CONFIRM WRITES THE STOREFRONT'S SHIPMENT
      * CONFIRMATION FOR ONE ORDER.
      ******************************************************************
       300-WRITE-CONFIRM.
           MOVE FF-INVOICE-NUMBER TO SC-INVOICE-NUMBER
           MOVE FF-CLIENT-NO TO SC-CLIENT-NO
           MOVE FF-SHIP-DATE TO SC-SHIP-DATE
           MOVE FF-CARRIER TO SC-CARRIER
           MOVE FF-TRACKING-NO TO SC-TRACKING-NO
           WRITE SC-RECORD
           ADD 1 TO WS-CONFIRMS-WRITTEN.
       300-EXIT.

      ******************************************************************
      * 400-COUNT-WAITING COUNTS THE BUSINESS DAYS AFTER THE ORDER
      * DATE UP TO AND INCLUDING THE BUSINESS DATE. AN ORDER DATE
      * THAT IS NOT A DATE CANNOT BE AGED AND IS LISTED ANYWAY; ONE
      * WAITING OVER A MONTH IS PLAINLY LATE AND IS NOT WALKED.
      ******************************************************************
       400-COUNT-WAITING.
           MOVE ZEROS TO WS-DAYS-WAITING
           IF FF-ORDER-DATE NOT NUMERIC OR FF-ORDER-DATE = ZEROS
               MOVE 999 TO WS-DAYS-WAITING
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-ORDER-INT =
               FUNCTION INTEGER-OF-DATE (FF-ORDER-DATE)
           IF WS-ORDER-INT + 31 < WS-BUSINESS-INT
               COMPUTE WS-DAYS-WAITING = WS-BUSINESS-INT - WS-ORDER-INT
               GO TO 400-EXIT
           END-IF
           PERFORM 410-COUNT-ONE-DAY THRU 410-EXIT
               VARYING WS-CHECK-INT FROM WS-ORDER-INT BY 1
               UNTIL WS-CHECK-INT >= WS-BUSINESS-INT.
       400-EXIT.

       410-COUNT-ONE-DAY.
           ADD 1 TO WS-CHECK-INT
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-INT)
           PERFORM 420-CHECK-BUSINESS-DAY THRU 420-EXIT
           IF WS-IS-BUSINESS-DAY = "YES"
               ADD 1 TO WS-DAYS-WAITING
           END-IF
           SUBTRACT 1 FROM WS-CHECK-INT.
       410-EXIT.

      ******************************************************************
      * 420-CHECK-BUSINESS-DAY SETS WS-IS-BUSINESS-DAY FOR THE DATE
      * IN WS-CHECK-DATE, THE SAME TEST AS SCHEDULER'S 300-CHECK-
      * BUSINESS-DAY: DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY, SO
      * THE REMAINDER AGAINST 7 READS 6 SATURDAY, 0 SUNDAY.
      ******************************************************************
       420-CHECK-BUSINESS-DAY.
           MOVE "YES" TO WS-IS-BUSINESS-DAY
           COMPUTE WS-CHECK-DOW =
               WS-CHECK-INT
               - (WS-CHECK-INT / 7) * 7
           IF WS-CHECK-DOW = 6 OR WS-CHECK-DOW = 0
               MOVE "NO" TO WS-IS-BUSINESS-DAY
               GO TO 420-EXIT
           END-IF
           PERFORM 430-CHECK-HOLIDAY THRU 430-EXIT
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT.
       420-EXIT.

       430-CHECK-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-SUB) NUMERIC
               AND WS-HOL-DATE (WS-HOL-SUB) = WS-CHECK-DATE
               MOVE "NO" TO WS-IS-BUSINESS-DAY
           END-IF.
       430-EXIT.

      ******************************************************************
      * 500-WRITE-EXCEPTION LISTS ONE LATE ORDER WITH WHERE IT HAS GOT
      * TO ON THE DESK.
      ******************************************************************
       500-WRITE-EXCEPTION.
           MOVE FF-INVOICE-NUMBER TO D-INVOICE-NUMBER
           MOVE FF-STORE-NO TO D-STORE-NO
           MOVE FF-CLIENT-NO TO D-CLIENT-NO
           MOVE FF-ORDER-DATE TO D-ORDER-DATE
           EVALUATE TRUE
               WHEN FF-OPEN
                   MOVE "OPEN" TO D-STATUS
               WHEN FF-PICKED
                   MOVE "PICKED" TO D-STATUS
               WHEN FF-PACKED
                   MOVE "PACKED" TO D-STATUS
               WHEN OTHER
                   MOVE "?" TO D-STATUS
           END-EVALUATE
           MOVE WS-DAYS-WAITING TO D-DAYS-WAITING
           WRITE REPORT-RECORD FROM DETAIL-LINE
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCEPTIONS.
       500-EXIT.

      ******************************************************************
      * 900-END-OF-JOB-RTN WRITES THE EXCEPTION COUNT FOOTER AND CLOSES
      * THE FILES.
      ******************************************************************
       900-END-OF-JOB-RTN.
           MOVE WS-EXCEPTIONS TO F-EXCEPTIONS
           WRITE REPORT-RECORD FROM FOOTER1
            AFTER ADVANCING 2 LINES
           IF WS-FF-OPEN = "YES"
               CLOSE FULFILLMENT-FILE
           END-IF
           CLOSE SHIP-CONFIRM-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "WEB ORDERS READ " WS-ORDERS-READ
               " CONFIRMATIONS SENT " WS-CONFIRMS-WRITTEN
               " NOT SHIPPED IN 2 DAYS " WS-EXCEPTIONS.
       900-EXIT.
