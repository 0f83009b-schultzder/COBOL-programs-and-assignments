           RECORD CONTAINS 80 CHARACTERS.
       01  TRIP-RECORD.
           05 TR-BOOKING-TYPE                PIC X.
           05 TR-CLIENT-NO                   PIC X(5).
           05 TR-CLIENT-NAME                 PIC X(17).
           05 TR-ORIG-BOOKING-TYPE           PIC X.
           05 TR-FILLER1                     PIC X.
           05 TR-REGION-NO                   PIC XX.
          05 WS-WORK-YEAR                    PIC 9(4).
          05 WS-WORK-MONTH                   PIC 99.
          05 WS-LINE-HAS-DATA                PIC XXX.
          05 WS-TRIP-TAKEN                   PIC XXX.

      * The month-keyed history held in storage: key plus count and
      * cost, with a refresh flag for months being recomputed from
          05 UT-SYS-SEASRPT                  PIC X(60)
          VALUE "C:\COBOL\Seasonality.txt".

      * Business date the control totals are filed under (see
      * copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Parameter block for the shared CTLPOST control-total poster -
      * the trips folded in here are counted for CTLBAL alongside
      * the nightly four's.

       COPY CTLPOSTWS.

      * Start of procedure division

       PROCEDURE DIVISION.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           CALL "BDATE" USING BD-PARMS
           PERFORM 100-LOAD-MONTH-HISTORY THRU 100-EXIT
           PERFORM 200-FOLD-IN-TRIP-FILE THRU 200-EXIT
           PERFORM 500-REWRITE-HISTORY THRU 500-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
           PERFORM 985-WRITE-CONTROL-TOTALS THRU 985-EXIT
       STOP RUN.

      ******************************************************************
                   MOVE "YES" TO WS-TRIP-EOF
               NOT AT END
                   PERFORM 270-ACCUMULATE-TRIP THRU 270-EXIT
                   PERFORM 280-COUNT-CONTROL-TOTAL THRU 280-EXIT
           END-READ.
       260-EXIT.

       270-ACCUMULATE-TRIP.
           MOVE "NO" TO WS-TRIP-TAKEN
           IF TR-BOOKING-TYPE < "1" OR TR-BOOKING-TYPE > "4"
               OR TR-TRIP-DATE NOT NUMERIC
               OR TR-COST-OF-TRIP NOT NUMERIC
               MOVE WS-MH-COUNT TO WS-MH-SUB
           END-IF
           ADD 1 TO WS-MH-TRIPS (WS-MH-SUB)
           ADD TR-COST-OF-TRIP TO WS-MH-COST (WS-MH-SUB)
           MOVE "YES" TO WS-TRIP-TAKEN.
       270-EXIT.

      ******************************************************************
      * 280-COUNT-CONTROL-TOTAL COUNTS THE TRIP FOR THE NIGHTLY CONTROL
      * TOTALS - ACCEPTED WHEN IT WENT INTO THE MONTH HISTORY, AT ITS
      * COST AS BOOKED (THIS REPORT DOES NOT CONVERT CURRENCY), AND
      * REJECTED WHEN IT WAS LEFT OUT.
      ******************************************************************
       280-COUNT-CONTROL-TOTAL.
           MOVE "A" TO CX-REQUEST
           MOVE TR-REGION-NO TO CX-REGION-NO
           IF WS-TRIP-TAKEN = "YES"
               MOVE "A" TO CX-RESULT
               MOVE TR-COST-OF-TRIP TO CX-AMOUNT
           ELSE
               MOVE "R" TO CX-RESULT
               MOVE ZEROS TO CX-AMOUNT
           END-IF
           CALL "CTLPOST" USING CX-PARMS.
       280-EXIT.

      ******************************************************************
      * 500-REWRITE-HISTORY WRITES THE MERGED TABLE BACK OUT.
      ******************************************************************
               MOVE WS-WORK-MONTH TO SRM-MONTH (WS-COL-SUB)
           END-PERFORM.
       760-EXIT.

      ******************************************************************
      * 985-WRITE-CONTROL-TOTALS APPENDS THIS RUN'S CONTROL-TOTAL SET
      * FOR CTLBAL. WITH NO TRIP FILE ON HAND THERE IS NO SET TO FILE,
      * AND CTLBAL REPORTS THE MISSING SET.
      ******************************************************************
       985-WRITE-CONTROL-TOTALS.
           IF WS-TRIP-STATUS NOT = "00"
               GO TO 985-EXIT
           END-IF
           MOVE "W" TO CX-REQUEST
           MOVE "SEASON" TO CX-PROGRAM
           MOVE BD-BUSINESS-DATE TO CX-BUSINESS-DATE
           MOVE ZEROS TO CX-AMOUNT
           CALL "CTLPOST" USING CX-PARMS
           IF CX-STATUS NOT = "00"
               DISPLAY "CONTROL TOTALS NOT WRITTEN - STATUS " CX-STATUS
           END-IF.
       985-EXIT.
