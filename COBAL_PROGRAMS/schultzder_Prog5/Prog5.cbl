          RECORD CONTAINS 80 CHARACTERS.
       01 INPUT-RECORD.
          05 IN-BOOKING-TYPE                       PIC X.
          05 IN-CLIENT-NO                          PIC X(5).
          05 IN-CLIENT-NAME                        PIC X(17).
          05 IN-FILLER1                            PIC X(2)
                                                   VALUE SPACES.
          05 IN-REGION-NO                          PIC X(2).
          RECORD CONTAINS 80 CHARACTERS.
       01 INPUT-SORTED.
          05 ST-BOOKING-TYPE                       PIC X.
          05 ST-CLIENT-NO                          PIC X(5).
          05 ST-CLIENT-NAME                        PIC X(17).
          05 ST-FILLER1                            PIC X(2)
                                                   VALUE SPACES.
          05 ST-REGION-NO                          PIC X(2).
       FD OUTLIER-FILE
          RECORD CONTAINS 56 CHARACTERS.
       01 OUTLIER-RECORD.
          05 OLR-CLIENT-NO                         PIC X(5).
          05 OLR-CLIENT-NAME                       PIC X(17).
          05 OLR-REGION-NO                         PIC XX.
          05 OLR-TRIP-COST                         PIC 9(6).
          05 OLR-REGION-AVG                        PIC 9(6)V99.
       FD CURRENCY-EXCEPTION-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 CURRENCY-EXC-RECORD.
          05 CXC-CLIENT-NO                         PIC X(5).
          05                                       PIC X VALUE SPACES.
          05 CXC-REGION-NO                         PIC XX.
          05                                       PIC X VALUE SPACES.
          05 CXC-CURRENCY                          PIC X(3).
          05                                       PIC X VALUE SPACES.
          05 CXC-REASON                            PIC X(30).
          05                                       PIC X(17)
                                                   VALUE SPACES.

      * File description for the outlier dispositions file.
       SD SORT-FILE.
       01 SORT-REC.
          05 S-BOOKING-TYPE                       PIC X.
          05 S-CLIENT-NO                          PIC X(5).
          05 S-CLIENT-NAME                        PIC X(17).
          05 S-FILLER1                            PIC X(2)
                                                  VALUE SPACES.
          05 S-REGION-NO                          PIC X(2).
          05 WS-SUM-SQ-DIFF                        PIC 9(12)V99.
          05 WS-DIFF-FROM-AVG                      PIC S9(6)V99.
          05 WS-SORT-TEMP-COST                     PIC 9(6).
          05 WS-SORT-TEMP-NO                       PIC X(5).
          05 WS-SORT-TEMP-NAME                     PIC X(17).
          05 WS-MEDIAN-LOW-IDX                     PIC 999.
          05 WS-MEDIAN-HIGH-IDX                    PIC 999.

          05 WS-DI-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-DI-COUNT
               INDEXED BY DI-IDX.
             10 WS-DI-CLIENT-NO                    PIC X(5).
             10 WS-DI-REGION-NO                    PIC XX.
             10 WS-DI-TRIP-COST                    PIC 9(6).

          05 WS-TRIP-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-CLIENT-COUNT
               INDEXED BY T-IDX T-IDX2.
             10 WS-TRIP-CLIENT-NO                  PIC X(5).
             10 WS-TRIP-CLIENT-NAME                PIC X(17).
             10 WS-TRIP-COST                       PIC 9(6).

      * The trip's booking type, kept so the control break can also

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared CTLPOST control-total poster -
      * the region totals printed here are what CTLBAL balances
      * against PROGRAM3's accepted trips.

       COPY CTLPOSTWS.

       PROCEDURE DIVISION.
       
      ******************************************************************
           PERFORM 360-LOAD-EXCHANGE-RATES THRU 360-EXIT
           PERFORM 500-READ-REC UNTIL WS-EOF-FLAG = "YES"
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
           PERFORM 985-WRITE-CONTROL-TOTALS THRU 985-EXIT.
       STOP RUN.
        
        
           MOVE ST-CURRENCY-CODE TO WS-EXR-WORK-CURRENCY
           MOVE ST-COST-OF-TRIP TO WS-EXR-WORK-AMOUNT
           PERFORM 365-CONVERT-TO-HOME THRU 365-EXIT
           PERFORM 515-COUNT-CONTROL-TOTAL THRU 515-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               MOVE SPACES TO CURRENCY-EXC-RECORD
               MOVE ST-CLIENT-NO TO CXC-CLIENT-NO
           MOVE WS-CONVERTED-COST TO WS-TRIP-COST (T-IDX)
           MOVE ST-BOOKING-TYPE TO WS-TRIP-BOOKING-TYPE (T-IDX).
       510-EXIT.

      ******************************************************************
      * 515-COUNT-CONTROL-TOTAL COUNTS THE TRIP FOR THE NIGHTLY CONTROL
      * TOTALS - ACCEPTED AT ITS HOME-CURRENCY COST WHEN IT HAD A RATE
      * (THE SAME DOLLARS THE REGION LINE ADDS UP, BAD REGION OR NOT),
      * REJECTED WHEN IT WENT TO THE CURRENCY EXCEPTION REPORT.
      ******************************************************************
       515-COUNT-CONTROL-TOTAL.
           MOVE "A" TO CX-REQUEST
           MOVE ST-REGION-NO TO CX-REGION-NO
           IF WS-EXR-RATE-FOUND = "YES"
               MOVE "A" TO CX-RESULT
               MOVE WS-CONVERTED-COST TO CX-AMOUNT
           ELSE
               MOVE "R" TO CX-RESULT
               MOVE ZEROS TO CX-AMOUNT
           END-IF
           CALL "CTLPOST" USING CX-PARMS.
       515-EXIT.
       
      ******************************************************************
      * 600-CONTROL-BREAK RESETS THE CLIENT INFORMATION FOR THE NEXT
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       980-EXIT.

      ******************************************************************
      * 985-WRITE-CONTROL-TOTALS APPENDS THIS RUN'S CONTROL-TOTAL SET
      * FOR CTLBAL. THE REPORT PRINTS NO GRAND TOTAL, SO NONE IS
      * PASSED - CTLBAL ADDS UP THE REGION LINES.
      ******************************************************************
       985-WRITE-CONTROL-TOTALS.
           MOVE "W" TO CX-REQUEST
           MOVE "PROGRAM5" TO CX-PROGRAM
           MOVE BD-BUSINESS-DATE TO CX-BUSINESS-DATE
           MOVE ZEROS TO CX-AMOUNT
           CALL "CTLPOST" USING CX-PARMS
           IF CX-STATUS NOT = "00"
               DISPLAY "CONTROL TOTALS NOT WRITTEN - STATUS " CX-STATUS
           END-IF.
       985-EXIT.
