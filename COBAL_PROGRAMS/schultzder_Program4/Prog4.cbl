          RECORD CONTAINS 80 CHARACTERS.
       01 INPUT-RECORD.
          05 IN-BOOKING-TYPE                       PIC X.
          05 IN-CLIENT-NO                          PIC X(5).
          05 IN-CLIENT-NAME                        PIC X(17).
          05 IN-FILLER1                            PIC X(2)
                                                   VALUE SPACES.
          05 IN-REGION-NO                          PIC X(2).
       FD EXCEPTION-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 EXCEPTION-RECORD.
          05 EXC-CLIENT-NO                         PIC X(5).
          05                                       PIC X VALUE SPACES.
          05 EXC-REGION-NO                         PIC XX.
          05                                       PIC X VALUE SPACES.
          05 EXC-CURRENCY                          PIC X(3).
          05                                       PIC X VALUE SPACES.
          05 EXC-REASON                            PIC X(30).
          05                                       PIC X(17)
                                                   VALUE SPACES.

      * File description for the region-totals history file.
      * Details 1
        
       01 DETAILS1. 
          05 D-CLIENT-NO                     PIC X(5).
          05                                 PIC X(2) VALUE SPACES.
          05 D-CLIENT-NAME                   PIC X(17).
          05                                 PIC X(13) VALUE SPACES.
          05 D-TRIP-COST                     PIC $$$$,$$9.
          

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared CTLPOST control-total poster -
      * the region totals and grand total printed here are what
      * CTLBAL balances against PROGRAM3's accepted trips.

       COPY CTLPOSTWS.

       PROCEDURE DIVISION.
       
      ******************************************************************
           PERFORM 200-WRITE-HEADER THRU 200-EXIT
           PERFORM 400-READ-REC UNTIL WS-EOF-FLAG = "YES"
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
           PERFORM 985-WRITE-CONTROL-TOTALS THRU 985-EXIT.
       STOP RUN.

      ******************************************************************
           MOVE IN-CURRENCY-CODE TO WS-EXR-WORK-CURRENCY
           MOVE IN-COST-OF-TRIP TO WS-EXR-WORK-AMOUNT
           PERFORM 047-CONVERT-TO-HOME THRU 047-EXIT
           PERFORM 515-COUNT-CONTROL-TOTAL THRU 515-EXIT
           IF WS-EXR-RATE-FOUND = "NO"
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE IN-CLIENT-NO TO EXC-CLIENT-NO
                   TO WS-BOOKING-SUBTOTAL(WS-BOOKING-TYPE-NUM)
           END-IF.
       510-EXIT.

      ******************************************************************
      * 515-COUNT-CONTROL-TOTAL COUNTS THE TRIP FOR THE NIGHTLY CONTROL
      * TOTALS - ACCEPTED AT ITS HOME-CURRENCY COST WHEN IT HAD A RATE
      * (THE SAME DOLLARS THE REGION FOOTER ADDS UP), REJECTED WHEN
      * IT WENT TO THE EXCEPTION REPORT.
      ******************************************************************
       515-COUNT-CONTROL-TOTAL.
           MOVE "A" TO CX-REQUEST
           MOVE IN-REGION-NO TO CX-REGION-NO
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
      * 650-WRITE-PAGE-TOTAL (043) PRINTS A "TOTAL THIS PAGE" LINE WITH
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       980-EXIT.

      ******************************************************************
      * 985-WRITE-CONTROL-TOTALS APPENDS THIS RUN'S CONTROL-TOTAL SET
      * FOR CTLBAL, CARRYING THE GRAND TOTAL PRINTED ON THE REPORT.
      ******************************************************************
       985-WRITE-CONTROL-TOTALS.
           MOVE "W" TO CX-REQUEST
           MOVE "PROGRAM4" TO CX-PROGRAM
           MOVE BD-BUSINESS-DATE TO CX-BUSINESS-DATE
           MOVE WS-GRAND-TOTAL-COST TO CX-AMOUNT
           CALL "CTLPOST" USING CX-PARMS
           IF CX-STATUS NOT = "00"
               DISPLAY "CONTROL TOTALS NOT WRITTEN - STATUS " CX-STATUS
           END-IF.
       985-EXIT.
