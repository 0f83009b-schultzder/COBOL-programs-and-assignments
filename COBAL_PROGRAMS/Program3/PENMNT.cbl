       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PENMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Client cancellation penalty scale maintenance, built in the
      * same mold as TOURMNT. Each tour operator's cancellation terms
      * are kept as a scale of steps on CancelPenalty.txt (see
      * copybooks/CANCPEN.cpy) - so many days or more before
      * departure, so much percent of the trip cost forfeit - which
      * TRIPRFND applies when it figures a cancelled client's refund.
      * Operator code *** keys the house scale, used for any operator
      * with no steps of its own. Steps are added, their percent
      * changed, or deleted; the scale is listed in operator and
      * days order after every change and written back on exit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the cancellation penalty scale.

       SELECT PENALTY-FILE
               ASSIGN TO UT-SYS-PENALTY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENALTY-STATUS.

      * Select statement for the tour-operator master.

       SELECT TOUR-OPERATOR-FILE
               ASSIGN TO UT-SYS-TOURFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the cancellation penalty scale.

       FD  PENALTY-FILE
           RECORD CONTAINS 16 CHARACTERS.
       COPY CANCPEN.

      * File description for the tour-operator master.

       FD  TOUR-OPERATOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY TOUROPFD.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-PENALTY-STATUS               PIC XX.
          05 WS-PENALTY-EOF                  PIC XXX VALUE "NO".
          05 WS-TOURFILE-STATUS              PIC XX.
          05 WS-TOUR-EOF                     PIC XXX VALUE "NO".
          05 WS-ENTRY-FOUND                  PIC XXX.
          05 WS-ENTRY-SUB                    PIC 999.
          05 WS-PN-SUB                       PIC 999.
          05 WS-PN-SUB2                      PIC 999.
          05 WS-VALID-ENTRY                  PIC XXX.
          05 WS-INPUT-OPERATOR               PIC X(3).
          05 WS-INPUT-DAYS                   PIC 9(3).
          05 WS-INPUT-PCT                    PIC 9(3)V99.
          05 WS-CONFIRM                      PIC X.

      * The penalty scale loaded for maintenance, kept in operator
      * and days order.

       01 WS-PENALTY-TABLE.
          05 WS-PN-COUNT                     PIC 999 VALUE 0.
          05 WS-PN-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-PN-COUNT.
             10 WS-PN-KEY.
                15 WS-PN-OPERATOR            PIC X(3).
                15 WS-PN-DAYS                PIC 9(3).
             10 WS-PN-PCT                    PIC 9(3)V99.
       01 WS-PN-HOLD.
          05 WS-PN-HOLD-KEY.
             10 WS-PN-HOLD-OPERATOR          PIC X(3).
             10 WS-PN-HOLD-DAYS              PIC 9(3).
          05 WS-PN-HOLD-PCT                  PIC 9(3)V99.

      * The tour-operator master loaded for the operator-code check.

       01 WS-TOUR-TABLE.
          05 WS-TOUR-COUNT                   PIC 999 VALUE 0.
          05 WS-TOUR-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-TOUR-COUNT
               INDEXED BY TOUR-IDX.
             10 WS-TOUR-TBL-CODE             PIC X(3).

      * Files

       01 WS-FILES.
          05 UT-SYS-PENALTY                  PIC X(60)
          VALUE "C:\COBOL\CancelPenalty.txt".
          05 UT-SYS-TOURFILE                 PIC X(60)
          VALUE "C:\COBOL\TourOperators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE SCALE, RUNS THE MAINTENANCE MENU
      * UNTIL THE USER QUITS, THEN REWRITES THE SCALE BACK OUT.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 100-LOAD-TOUR-OPERATORS THRU 100-EXIT
           PERFORM 200-LOAD-PENALTY-TABLE THRU 200-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           PERFORM 900-REWRITE-PENALTY-TABLE THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-TOUR-OPERATORS READS THE OPERATOR CODES FOR THE
      * CODE CHECK.
      ******************************************************************
       100-LOAD-TOUR-OPERATORS.
           OPEN INPUT TOUR-OPERATOR-FILE
           IF WS-TOURFILE-STATUS NOT = "00"
               DISPLAY "NO TOUR-OPERATOR MASTER ON HAND - STATUS "
                   WS-TOURFILE-STATUS
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-TOUR-OPERATOR THRU 110-EXIT
               UNTIL WS-TOUR-EOF = "YES"
           CLOSE TOUR-OPERATOR-FILE.
       100-EXIT.

       110-READ-TOUR-OPERATOR.
           READ TOUR-OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-TOUR-EOF
               NOT AT END
                   IF WS-TOUR-COUNT < 100
                       ADD 1 TO WS-TOUR-COUNT
                       SET TOUR-IDX TO WS-TOUR-COUNT
                       MOVE TO-CODE TO WS-TOUR-TBL-CODE (TOUR-IDX)
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 200-LOAD-PENALTY-TABLE READS THE EXISTING SCALE INTO THE
      * TABLE, EACH STEP PUT IN ITS PLACE BY 750-INSERT-STEP.
      ******************************************************************
       200-LOAD-PENALTY-TABLE.
           OPEN INPUT PENALTY-FILE
           IF WS-PENALTY-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-PENALTY THRU 210-EXIT
               UNTIL WS-PENALTY-EOF = "YES"
           CLOSE PENALTY-FILE.
       200-EXIT.

       210-READ-PENALTY.
           READ PENALTY-FILE
               AT END
                   MOVE "YES" TO WS-PENALTY-EOF
                   GO TO 210-EXIT
           END-READ
           IF WS-PN-COUNT >= 200
               DISPLAY "MORE THAN 200 PENALTY STEPS - THE REST ARE "
                   "NOT LOADED"
               MOVE "YES" TO WS-PENALTY-EOF
               GO TO 210-EXIT
           END-IF
           MOVE CP-OPERATOR TO WS-PN-HOLD-OPERATOR
           MOVE CP-DAYS-BEFORE TO WS-PN-HOLD-DAYS
           MOVE CP-PENALTY-PCT TO WS-PN-HOLD-PCT
           PERFORM 750-INSERT-STEP THRU 750-EXIT.
       210-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           PERFORM 310-DISPLAY-TABLE THRU 310-EXIT
           DISPLAY " "
           DISPLAY "CANCELLATION PENALTY SCALE MAINTENANCE"
           DISPLAY "A - ADD A STEP TO AN OPERATOR'S SCALE"
           DISPLAY "C - CHANGE A STEP'S PENALTY PERCENT"
           DISPLAY "D - DELETE A STEP"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-STEP THRU 400-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-STEP THRU 500-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-STEP THRU 600-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 310-DISPLAY-TABLE LISTS EVERY STEP ON FILE.
      ******************************************************************
       310-DISPLAY-TABLE.
           DISPLAY " "
           DISPLAY "CURRENT PENALTY SCALE (OPERATOR, DAYS OR MORE "
               "BEFORE DEPARTURE, PERCENT FORFEIT)"
           PERFORM 320-DISPLAY-STEP THRU 320-EXIT
               VARYING WS-PN-SUB FROM 1 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT.
       310-EXIT.

       320-DISPLAY-STEP.
           DISPLAY WS-PN-OPERATOR (WS-PN-SUB) " "
               WS-PN-DAYS (WS-PN-SUB) " DAYS  "
               WS-PN-PCT (WS-PN-SUB) " PCT".
       320-EXIT.

      ******************************************************************
      * 400-ADD-STEP ADDS A NEW STEP TO AN OPERATOR'S SCALE (OR THE
      * HOUSE SCALE, ***).
      ******************************************************************
       400-ADD-STEP.
           IF WS-PN-COUNT >= 200
               DISPLAY "PENALTY SCALE IS FULL"
               GO TO 400-EXIT
           END-IF
           PERFORM 450-KEY-STEP THRU 450-EXIT
           IF WS-VALID-ENTRY = "NO"
               GO TO 400-EXIT
           END-IF
           PERFORM 700-FIND-STEP THRU 700-EXIT
           IF WS-ENTRY-FOUND = "YES"
               DISPLAY "STEP ALREADY EXISTS - USE C TO CHANGE IT"
               GO TO 400-EXIT
           END-IF
           PERFORM 460-KEY-PERCENT THRU 460-EXIT
           IF WS-VALID-ENTRY = "NO"
               GO TO 400-EXIT
           END-IF
           MOVE WS-INPUT-OPERATOR TO WS-PN-HOLD-OPERATOR
           MOVE WS-INPUT-DAYS TO WS-PN-HOLD-DAYS
           MOVE WS-INPUT-PCT TO WS-PN-HOLD-PCT
           PERFORM 750-INSERT-STEP THRU 750-EXIT
           DISPLAY "STEP ADDED".
       400-EXIT.

      ******************************************************************
      * 450-KEY-STEP TAKES THE OPERATOR AND DAYS THAT KEY A STEP. THE
      * OPERATOR MUST BE *** OR ON THE OPERATOR MASTER WHEN ONE IS ON
      * HAND.
      ******************************************************************
       450-KEY-STEP.
           MOVE "YES" TO WS-VALID-ENTRY
           DISPLAY "ENTER TOUR OPERATOR CODE (*** = HOUSE SCALE)"
           ACCEPT WS-INPUT-OPERATOR
           DISPLAY "ENTER DAYS OR MORE BEFORE DEPARTURE (0-999)"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS NOT NUMERIC
               DISPLAY "DAYS MUST BE 0-999"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF
           IF WS-INPUT-OPERATOR = "***" OR WS-TOUR-COUNT = 0
               GO TO 450-EXIT
           END-IF
           SET TOUR-IDX TO 1
           SEARCH WS-TOUR-ENTRIES
               AT END
                   DISPLAY "OPERATOR " WS-INPUT-OPERATOR
                       " IS NOT ON THE TOUR-OPERATOR MASTER"
                   MOVE "NO" TO WS-VALID-ENTRY
               WHEN WS-TOUR-TBL-CODE (TOUR-IDX) = WS-INPUT-OPERATOR
                   CONTINUE
           END-SEARCH.
       450-EXIT.

       460-KEY-PERCENT.
           DISPLAY "ENTER PERCENT OF THE TRIP COST FORFEIT (999.99)"
           MOVE ZEROS TO WS-INPUT-PCT
           ACCEPT WS-INPUT-PCT
           IF WS-INPUT-PCT NOT NUMERIC OR WS-INPUT-PCT > 100
               DISPLAY "PERCENT MUST BE 0 TO 100"
               MOVE "NO" TO WS-VALID-ENTRY
           END-IF.
       460-EXIT.

      ******************************************************************
      * 500-CHANGE-STEP CHANGES THE PERCENT FORFEIT ON A STEP.
      ******************************************************************
       500-CHANGE-STEP.
           PERFORM 450-KEY-STEP THRU 450-EXIT
           PERFORM 700-FIND-STEP THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "STEP NOT FOUND"
               GO TO 500-EXIT
           END-IF
           DISPLAY "NOW " WS-PN-PCT (WS-ENTRY-SUB) " PCT"
           MOVE "YES" TO WS-VALID-ENTRY
           PERFORM 460-KEY-PERCENT THRU 460-EXIT
           IF WS-VALID-ENTRY = "NO"
               GO TO 500-EXIT
           END-IF
           MOVE WS-INPUT-PCT TO WS-PN-PCT (WS-ENTRY-SUB)
           DISPLAY "STEP CHANGED".
       500-EXIT.

      ******************************************************************
      * 600-DELETE-STEP TAKES A STEP OFF THE SCALE AFTER A
      * CONFIRMATION, CLOSING THE TABLE UP BEHIND IT.
      ******************************************************************
       600-DELETE-STEP.
           PERFORM 450-KEY-STEP THRU 450-EXIT
           PERFORM 700-FIND-STEP THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "STEP NOT FOUND"
               GO TO 600-EXIT
           END-IF
           DISPLAY "DELETE THIS STEP? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 600-EXIT
           END-IF
           PERFORM 610-CLOSE-UP THRU 610-EXIT
               VARYING WS-PN-SUB FROM WS-ENTRY-SUB BY 1
               UNTIL WS-PN-SUB >= WS-PN-COUNT
           SUBTRACT 1 FROM WS-PN-COUNT
           DISPLAY "STEP DELETED".
       600-EXIT.

       610-CLOSE-UP.
           MOVE WS-PN-ENTRIES (WS-PN-SUB + 1)
               TO WS-PN-ENTRIES (WS-PN-SUB).
       610-EXIT.

      ******************************************************************
      * 700-FIND-STEP LOOKS FOR THE KEYED OPERATOR AND DAYS.
      ******************************************************************
       700-FIND-STEP.
           MOVE "NO" TO WS-ENTRY-FOUND
           MOVE WS-INPUT-OPERATOR TO WS-PN-HOLD-OPERATOR
           MOVE WS-INPUT-DAYS TO WS-PN-HOLD-DAYS
           PERFORM 710-CHECK-STEP THRU 710-EXIT
               VARYING WS-PN-SUB FROM 1 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT
               OR WS-ENTRY-FOUND = "YES".
       700-EXIT.

       710-CHECK-STEP.
           IF WS-PN-KEY (WS-PN-SUB) = WS-PN-HOLD-KEY
               MOVE "YES" TO WS-ENTRY-FOUND
               MOVE WS-PN-SUB TO WS-ENTRY-SUB
           END-IF.
       710-EXIT.

      ******************************************************************
      * 750-INSERT-STEP PUTS THE STEP IN WS-PN-HOLD INTO THE TABLE IN
      * OPERATOR AND DAYS ORDER, MOVING THE STEPS AFTER IT UP ONE.
      ******************************************************************
       750-INSERT-STEP.
           ADD 1 TO WS-PN-COUNT
           MOVE WS-PN-COUNT TO WS-PN-SUB
           PERFORM 760-MAKE-ROOM THRU 760-EXIT
               UNTIL WS-PN-SUB <= 1
               OR WS-PN-KEY (WS-PN-SUB - 1) <= WS-PN-HOLD-KEY
           MOVE WS-PN-HOLD TO WS-PN-ENTRIES (WS-PN-SUB).
       750-EXIT.

       760-MAKE-ROOM.
           MOVE WS-PN-ENTRIES (WS-PN-SUB - 1)
               TO WS-PN-ENTRIES (WS-PN-SUB)
           SUBTRACT 1 FROM WS-PN-SUB.
       760-EXIT.

      ******************************************************************
      * 900-REWRITE-PENALTY-TABLE WRITES THE SCALE BACK OUT.
      ******************************************************************
       900-REWRITE-PENALTY-TABLE.
           OPEN OUTPUT PENALTY-FILE
           PERFORM 910-WRITE-STEP THRU 910-EXIT
               VARYING WS-PN-SUB FROM 1 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT
           CLOSE PENALTY-FILE.
       900-EXIT.

       910-WRITE-STEP.
           MOVE SPACES TO CP-RECORD
           MOVE WS-PN-OPERATOR (WS-PN-SUB) TO CP-OPERATOR
           MOVE WS-PN-DAYS (WS-PN-SUB) TO CP-DAYS-BEFORE
           MOVE WS-PN-PCT (WS-PN-SUB) TO CP-PENALTY-PCT
           WRITE CP-RECORD.
       910-EXIT.
