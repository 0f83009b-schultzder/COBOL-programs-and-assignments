      * in four days matters more than the one leaving in forty. A
      * missed final payment means eating the operator's
      * cancellation penalty; this list is printed every morning.
      *
      * A receipt is not taken while today's month is closed through
      * PERIODMNT; PERIODCHK logs the attempt.
      *
      * Receipts are keyed by booking number now that every booking
      * carries one from the booking master; the schedule record
      * leads with it and the aging report lists it ahead of the
      * client and trip date.
      *
      * A schedule TRIPRFND has closed on a cancelled booking takes
      * no receipts and is left off the aging - the client's money
      * on it is settled by the cancellation refund.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * File description for the payment-schedule file.

       FD  PAY-SCHEDULE-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY PAYSCHED.

      * File description for the aging report.
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-WINDOW-DAYS                  PIC 999.
          05 WS-INPUT-BOOKING                PIC 9(6).
          05 WS-INPUT-LEG                    PIC X.
          05 WS-INPUT-AMOUNT                 PIC 9(5)V99.
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-SC-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SC-COUNT
               INDEXED BY SC-IDX.
             10 WS-SC-BOOKING                PIC 9(6).
             10 WS-SC-CLIENT                 PIC X(5).
             10 WS-SC-DATE                   PIC X(8).
             10 WS-SC-DEP-DUE                PIC 9(8).
             10 WS-SC-DEP-AMT                PIC 9(5)V99.
             10 WS-SC-FIN-DUE                PIC 9(8).
             10 WS-SC-FIN-AMT                PIC 9(5)V99.
             10 WS-SC-FIN-RCV                PIC 9(5)V99.
             10 WS-SC-STATUS                 PIC X.

      * The aged entries selected for the report, sorted by days to
      * departure with an insertion sort the way PROGRAM5 sorts its
          05                                 PIC X(37) VALUE SPACES.

       01 AG-HEADING2.
          05                                 PIC X(7)  VALUE "BOOKNG".
          05                                 PIC X(7)  VALUE "CLIENT".
          05                                 PIC X(10)
                                    VALUE " TRIP DATE".
                                    VALUE "  DAYS".
          05                                 PIC X(16)
                                    VALUE "  STATUS".
          05                                 PIC X(8)  VALUE SPACES.

       01 AG-DETAIL.
          05 AGD-BOOKING                     PIC 9(6).
          05                                 PIC X(1)  VALUE SPACES.
          05 AGD-CLIENT                      PIC X(5).
          05                                 PIC X(1)  VALUE SPACES.
          05 AGD-TRIP-DATE                   PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-FIN-DUE                     PIC 9(8).
          05 AGD-DAYS                        PIC -ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-STATUS                      PIC X(16).
          05                                 PIC X(6)  VALUE SPACES.

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

      * Files

                   IF WS-SC-COUNT < 2000
                       ADD 1 TO WS-SC-COUNT
                       SET SC-IDX TO WS-SC-COUNT
                       MOVE PS-BOOKING-NO TO WS-SC-BOOKING (SC-IDX)
                       MOVE PS-CLIENT-NO TO WS-SC-CLIENT (SC-IDX)
                       MOVE PS-TRIP-DATE TO WS-SC-DATE (SC-IDX)
                       MOVE PS-DEPOSIT-DUE-DATE
                           TO WS-SC-FIN-AMT (SC-IDX)
                       MOVE PS-FINAL-RECEIVED
                           TO WS-SC-FIN-RCV (SC-IDX)
                       MOVE PS-STATUS TO WS-SC-STATUS (SC-IDX)
                   END-IF
           END-READ.
       110-EXIT.
      * BOOKING'S DEPOSIT OR FINAL LEG.
      ******************************************************************
       400-RECORD-RECEIPT.
           DISPLAY "ENTER BOOKING NUMBER (6 DIGITS)"
           ACCEPT WS-INPUT-BOOKING
           PERFORM 450-FIND-SCHEDULE THRU 450-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO SCHEDULE ON FILE FOR THAT BOOKING"
               GO TO 400-EXIT
           END-IF
           MOVE WS-ENTRY-SUB TO WS-SC-SUB
           IF WS-SC-STATUS (WS-SC-SUB) = "C"
               DISPLAY "SCHEDULE CLOSED ON CANCELLATION - SEE THE "
                   "REFUND IN TRIPRFND - NOTHING RECORDED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "CLIENT " WS-SC-CLIENT (WS-SC-SUB)
               " TRIP " WS-SC-DATE (WS-SC-SUB)
           DISPLAY "DEPOSIT OF " WS-SC-DEP-AMT (WS-SC-SUB)
               " RECEIVED " WS-SC-DEP-RCV (WS-SC-SUB)
           DISPLAY "FINAL OF " WS-SC-FIN-AMT (WS-SC-SUB)
               DISPLAY "ZERO AMOUNT - NOTHING RECORDED"
               GO TO 400-EXIT
           END-IF
           MOVE WS-TODAY TO PC-POST-DATE
           MOVE "TRIPPAY" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR PC-DETAIL
           STRING "RECEIPT BOOKING " DELIMITED BY SIZE
               WS-INPUT-BOOKING DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-TODAY " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING RECORDED"
               GO TO 400-EXIT
           END-IF
           EVALUATE WS-INPUT-LEG
               WHEN "D"
               WHEN "d"
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM VARYING WS-SC-SUB2 FROM 1 BY 1
               UNTIL WS-SC-SUB2 > WS-SC-COUNT
               IF WS-SC-BOOKING (WS-SC-SUB2) = WS-INPUT-BOOKING
                   MOVE "YES" TO WS-ENTRY-FOUND
                   MOVE WS-SC-SUB2 TO WS-ENTRY-SUB
               END-IF
       500-EXIT.

       510-SELECT-ONE.
           IF WS-SC-STATUS (WS-SC-SUB) = "C"
               GO TO 510-EXIT
           END-IF
           IF WS-SC-FIN-RCV (WS-SC-SUB)
               NOT < WS-SC-FIN-AMT (WS-SC-SUB)
               GO TO 510-EXIT

       550-PRINT-ONE.
           MOVE WS-AG-SUB (WS-SC-SUB2) TO WS-SC-SUB
           MOVE WS-SC-BOOKING (WS-SC-SUB) TO AGD-BOOKING
           MOVE WS-SC-CLIENT (WS-SC-SUB) TO AGD-CLIENT
           MOVE WS-SC-DATE (WS-SC-SUB) TO AGD-TRIP-DATE
           MOVE WS-SC-FIN-DUE (WS-SC-SUB) TO AGD-FIN-DUE
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT
               MOVE SPACES TO PS-RECORD
               MOVE WS-SC-BOOKING (WS-SC-SUB) TO PS-BOOKING-NO
               MOVE WS-SC-CLIENT (WS-SC-SUB) TO PS-CLIENT-NO
               MOVE WS-SC-DATE (WS-SC-SUB) TO PS-TRIP-DATE
               MOVE WS-SC-DEP-DUE (WS-SC-SUB)
               MOVE WS-SC-FIN-DUE (WS-SC-SUB) TO PS-FINAL-DUE-DATE
               MOVE WS-SC-FIN-AMT (WS-SC-SUB) TO PS-FINAL-AMOUNT
               MOVE WS-SC-FIN-RCV (WS-SC-SUB) TO PS-FINAL-RECEIVED
               MOVE WS-SC-STATUS (WS-SC-SUB) TO PS-STATUS
               WRITE PS-RECORD
           END-PERFORM
           CLOSE PAY-SCHEDULE-FILE.
