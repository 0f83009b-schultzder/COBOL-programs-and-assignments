       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLPOST.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared control-total poster, CALLed the way STKPOST is (see
      * copybooks/CTLPOSTWS.cpy for the parameter block). Each trip a
      * nightly step accepts or rejects is counted here by region as
      * the step goes; at the end of the run the step asks for its
      * set to be written, and one run-totals record plus one record
      * per region is appended to the control-total file (see
      * copybooks/CTLTOT.cpy) for CTLBAL to balance.
      *
      * The counts live in this program's own storage between calls,
      * so one run's trips build one set. Writing the set clears
      * them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the append-only control-total file.

       SELECT CONTROL-TOTAL-FILE
               ASSIGN TO UT-SYS-CTLTOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the control-total file.

       FD  CONTROL-TOTAL-FILE.
           COPY CTLTOT.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CTLTOT-STATUS                PIC XX.
          05 WS-RUN-TIME                     PIC 9(6).
          05 WS-RG-SUB                       PIC 999.
          05 WS-RG-FOUND                     PIC 999.

      * The run's totals so far.

       01 WS-RUN-TOTALS.
          05 WS-RUN-READ                     PIC 9(7) VALUE 0.
          05 WS-RUN-ACCEPTED                 PIC 9(7) VALUE 0.
          05 WS-RUN-REJECTED                 PIC 9(7) VALUE 0.
          05 WS-RUN-AMOUNT                   PIC 9(9)V99 VALUE 0.

      * The same totals by region, in the order the regions were
      * first seen.

       01 WS-REGION-TABLE.
          05 WS-RG-COUNT                     PIC 999 VALUE 0.
          05 WS-RG-ENTRY OCCURS 100 TIMES.
             10 WS-RG-REGION                 PIC XX.
             10 WS-RG-READ                   PIC 9(7).
             10 WS-RG-ACCEPTED               PIC 9(7).
             10 WS-RG-REJECTED               PIC 9(7).
             10 WS-RG-AMOUNT                 PIC 9(9)V99.

       01 WS-FILES.
          05 UT-SYS-CTLTOT                   PIC X(60)
          VALUE "C:\COBOL\ControlTotals.txt".

       LINKAGE SECTION.
           COPY CTLPOSTWS.

      * Start of procedure division

       PROCEDURE DIVISION USING CX-PARMS.

      ******************************************************************
      * 000-MAIN-RTN COUNTS ONE TRIP ON AN "A" REQUEST AND WRITES THE
      * RUN'S SET ON A "W".
      ******************************************************************
       000-MAIN-RTN.
           IF CX-REQUEST = "W"
               PERFORM 200-WRITE-SET THRU 200-EXIT
           ELSE
               PERFORM 100-COUNT-TRIP THRU 100-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 100-COUNT-TRIP ADDS THE TRIP TO THE RUN AND TO ITS REGION. A
      * REGION PAST THE TABLE'S LAST ENTRY STILL COUNTS IN THE RUN
      * TOTALS, SO THE REGIONS WILL NOT ADD UP AND CTLBAL SAYS SO.
      ******************************************************************
       100-COUNT-TRIP.
           ADD 1 TO WS-RUN-READ
           IF CX-RESULT = "A"
               ADD 1 TO WS-RUN-ACCEPTED
               ADD CX-AMOUNT TO WS-RUN-AMOUNT
           ELSE
               ADD 1 TO WS-RUN-REJECTED
           END-IF
           MOVE ZEROS TO WS-RG-FOUND
           PERFORM 110-MATCH-REGION THRU 110-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               OR WS-RG-FOUND > ZEROS
           IF WS-RG-FOUND = ZEROS
               IF WS-RG-COUNT NOT < 100
                   GO TO 100-EXIT
               END-IF
               ADD 1 TO WS-RG-COUNT
               MOVE WS-RG-COUNT TO WS-RG-FOUND
               MOVE CX-REGION-NO TO WS-RG-REGION (WS-RG-FOUND)
               MOVE ZEROS TO WS-RG-READ (WS-RG-FOUND)
                   WS-RG-ACCEPTED (WS-RG-FOUND)
                   WS-RG-REJECTED (WS-RG-FOUND)
                   WS-RG-AMOUNT (WS-RG-FOUND)
           END-IF
           ADD 1 TO WS-RG-READ (WS-RG-FOUND)
           IF CX-RESULT = "A"
               ADD 1 TO WS-RG-ACCEPTED (WS-RG-FOUND)
               ADD CX-AMOUNT TO WS-RG-AMOUNT (WS-RG-FOUND)
           ELSE
               ADD 1 TO WS-RG-REJECTED (WS-RG-FOUND)
           END-IF.
       100-EXIT.

       110-MATCH-REGION.
           IF WS-RG-REGION (WS-RG-SUB) = CX-REGION-NO
               MOVE WS-RG-SUB TO WS-RG-FOUND
           END-IF.
       110-EXIT.

      ******************************************************************
      * 200-WRITE-SET APPENDS THE RUN-TOTALS RECORD AND ONE RECORD PER
      * REGION, CREATING THE FILE ON ITS FIRST-EVER SET, THEN CLEARS
      * THE COUNTS.
      ******************************************************************
       200-WRITE-SET.
           OPEN EXTEND CONTROL-TOTAL-FILE
           IF WS-CTLTOT-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-TOTAL-FILE
           END-IF
           MOVE WS-CTLTOT-STATUS TO CX-STATUS
           IF WS-CTLTOT-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE CX-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE CX-PROGRAM TO CT-PROGRAM
           SET CT-RUN-TOTALS TO TRUE
           MOVE WS-RUN-READ TO CT-RECORDS-READ
           MOVE WS-RUN-ACCEPTED TO CT-RECORDS-ACCEPTED
           MOVE WS-RUN-REJECTED TO CT-RECORDS-REJECTED
           MOVE WS-RUN-AMOUNT TO CT-ACCEPTED-AMOUNT
           MOVE CX-AMOUNT TO CT-PRINTED-TOTAL
           MOVE WS-RUN-TIME TO CT-RUN-TIME
           WRITE CONTROL-TOTAL-RECORD
           PERFORM 210-WRITE-REGION THRU 210-EXIT
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
           MOVE WS-CTLTOT-STATUS TO CX-STATUS
           CLOSE CONTROL-TOTAL-FILE
           MOVE ZEROS TO WS-RUN-READ WS-RUN-ACCEPTED WS-RUN-REJECTED
               WS-RUN-AMOUNT WS-RG-COUNT.
       200-EXIT.

       210-WRITE-REGION.
           SET CT-REGION-TOTALS TO TRUE
           MOVE WS-RG-REGION (WS-RG-SUB) TO CT-REGION-NO
           MOVE WS-RG-READ (WS-RG-SUB) TO CT-RECORDS-READ
           MOVE WS-RG-ACCEPTED (WS-RG-SUB) TO CT-RECORDS-ACCEPTED
           MOVE WS-RG-REJECTED (WS-RG-SUB) TO CT-RECORDS-REJECTED
           MOVE WS-RG-AMOUNT (WS-RG-SUB) TO CT-ACCEPTED-AMOUNT
           MOVE ZEROS TO CT-PRINTED-TOTAL
           WRITE CONTROL-TOTAL-RECORD.
       210-EXIT.
