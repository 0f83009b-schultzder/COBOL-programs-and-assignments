       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TIERMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * This program adds, lists, or removes entries in the customer
      * pricing-tier file (see copybooks/PRCTIER.cpy) that PROGRAM1
      * applies in place of the standard discount for clubs, race
      * teams, and employees. Tiers are effective-dated the same way
      * the state tax rates are - a new rate for a tier is entered as
      * a NEW record with its own effective date, leaving the old one
      * on file so a sale dated before the change still gets the
      * rate in force on the sale date. Built in the same mold as
      * STATETAXMNT. The client's tier code itself is set through
      * CLIENTMNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the pricing-tier file.

       SELECT PRICE-TIER-FILE
               ASSIGN TO UT-SYS-PRCTIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCTIER-STATUS.

      * Select statement for the operator master behind the sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the pricing-tier file.

       FD  PRICE-TIER-FILE.
       COPY PRCTIER.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-PRCTIER-STATUS               PIC XX.
          05 WS-TIER-EOF                     PIC XXX VALUE "NO".
          05 WS-ENTRY-FOUND                  PIC XXX VALUE "NO".
          05 WS-ENTRY-SUB                    PIC 99.
          05 WS-INPUT-TIER                   PIC XX.
          05 WS-INPUT-EFF-DATE               PIC 9(8).
          05 WS-INPUT-DESC                   PIC X(20).
          05 WS-INPUT-BIKE-RULE              PIC X.
          05 WS-INPUT-BIKE-PCT               PIC 99V9.
          05 WS-INPUT-ACC-RULE               PIC X.
          05 WS-INPUT-ACC-PCT                PIC 99V9.

      * Table of every tier record on file, loaded at startup and
      * rewritten at save-and-exit, the same way STATETAXMNT holds
      * the rate table.

       01 WS-TIER-TABLE.
          05 WS-TIER-COUNT                   PIC 99 VALUE 0.
          05 WS-TIER-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-TIER-COUNT
               INDEXED BY TIER-IDX.
             10 WS-TIER-TBL-CODE             PIC XX.
             10 WS-TIER-TBL-EFF-DATE         PIC 9(8).
             10 WS-TIER-TBL-DESC             PIC X(20).
             10 WS-TIER-TBL-BIKE-RULE        PIC X.
             10 WS-TIER-TBL-BIKE-PCT         PIC 99V9.
             10 WS-TIER-TBL-ACC-RULE         PIC X.
             10 WS-TIER-TBL-ACC-PCT          PIC 99V9.

       01 WS-OUTPUT-FIELDS.
          05 WO-BIKE-PCT                     PIC Z9.9.
          05 WO-ACC-PCT                      PIC Z9.9.

      * Operator sign-on and the shared OPCHECK permission check -
      * the TIERMNT function gates this program through the matrix
      * (no matrix on file falls back to the level-3 compare).

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

       01 WS-SIGNON-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.

      * Files

       01 WS-FILES.
          05 UT-SYS-PRCTIER                  PIC X(60)
          VALUE "C:\COBOL\PriceTiers.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE TIER TABLE, RUNS THE MAINTENANCE
      * MENU UNTIL THE USER QUITS, THEN REWRITES THE TABLE BACK OUT.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 200-LOAD-TIER-TABLE THRU 200-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           PERFORM 900-REWRITE-TIER-TABLE THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE TIERMNT
      * FUNCTION. A REFUSAL ENDS THE SESSION.
      ******************************************************************
       020-OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON HAND - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 030-READ-OPERATOR THRU 030-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "TIERMNT" TO SO-PROGRAM
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
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "TIERMNT" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE TIERMNT FUNCTION - "
                   "SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

       030-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = WS-OPERATOR-ID
                       MOVE "YES" TO WS-OP-FOUND
                       MOVE OP-AUTH-LEVEL TO WS-OPERATOR-AUTH
                   END-IF
           END-READ.
       030-EXIT.

      ******************************************************************
      * 200-LOAD-TIER-TABLE READS THE EXISTING TIER FILE INTO THE
      * TABLE. A MISSING FILE JUST MEANS AN EMPTY TABLE - SAVE-AND-
      * EXIT CREATES IT.
      ******************************************************************
       200-LOAD-TIER-TABLE.
           OPEN INPUT PRICE-TIER-FILE
           IF WS-PRCTIER-STATUS = "00"
               PERFORM 210-READ-TIER THRU 210-EXIT
                   UNTIL WS-TIER-EOF = "YES"
               CLOSE PRICE-TIER-FILE
           END-IF.
       200-EXIT.

       210-READ-TIER.
           READ PRICE-TIER-FILE
               AT END
                   MOVE "YES" TO WS-TIER-EOF
               NOT AT END
                   IF WS-TIER-COUNT >= 50
                       DISPLAY "TIER TABLE IS FULL - "
                           "REMAINING TIERS SKIPPED"
                       MOVE "YES" TO WS-TIER-EOF
                   ELSE
                       ADD 1 TO WS-TIER-COUNT
                       SET TIER-IDX TO WS-TIER-COUNT
                       MOVE PT-TIER-CODE TO WS-TIER-TBL-CODE (TIER-IDX)
                       MOVE PT-EFFECTIVE-DATE
                           TO WS-TIER-TBL-EFF-DATE (TIER-IDX)
                       MOVE PT-DESCRIPTION
                           TO WS-TIER-TBL-DESC (TIER-IDX)
                       MOVE PT-BIKE-RULE
                           TO WS-TIER-TBL-BIKE-RULE (TIER-IDX)
                       MOVE PT-BIKE-PCT
                           TO WS-TIER-TBL-BIKE-PCT (TIER-IDX)
                       MOVE PT-ACCESS-RULE
                           TO WS-TIER-TBL-ACC-RULE (TIER-IDX)
                       MOVE PT-ACCESS-PCT
                           TO WS-TIER-TBL-ACC-PCT (TIER-IDX)
                   END-IF
           END-READ.
       210-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           PERFORM 310-DISPLAY-TABLE THRU 310-EXIT
           DISPLAY " "
           DISPLAY "PRICING TIER MAINTENANCE"
           DISPLAY "A - ADD A TIER (NEW TIER OR NEW EFFECTIVE DATE)"
           DISPLAY "D - DELETE A TIER ENTRY"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-TIER THRU 400-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-TIER THRU 600-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 310-DISPLAY-TABLE LISTS EVERY TIER ENTRY CURRENTLY ON FILE.
      * A BLANK RULE MEANS THE STANDARD DISCOUNT FOR THAT SIDE.
      ******************************************************************
       310-DISPLAY-TABLE.
           DISPLAY " "
           DISPLAY "CURRENT TIERS (TIER EFFECTIVE-FROM DESCRIPTION "
               "BIKES ACCESSORIES)"
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > WS-TIER-COUNT
               MOVE WS-TIER-TBL-BIKE-PCT (TIER-IDX) TO WO-BIKE-PCT
               MOVE WS-TIER-TBL-ACC-PCT (TIER-IDX) TO WO-ACC-PCT
               DISPLAY WS-TIER-TBL-CODE (TIER-IDX) " "
                   WS-TIER-TBL-EFF-DATE (TIER-IDX) " "
                   WS-TIER-TBL-DESC (TIER-IDX) " "
                   WS-TIER-TBL-BIKE-RULE (TIER-IDX) " " WO-BIKE-PCT
                   "  "
                   WS-TIER-TBL-ACC-RULE (TIER-IDX) " " WO-ACC-PCT
           END-PERFORM.
       310-EXIT.

      ******************************************************************
      * 400-ADD-TIER APPENDS A NEW TIER/EFFECTIVE-DATE ENTRY. THE SAME
      * TIER MAY APPEAR MORE THAN ONCE AS LONG AS THE EFFECTIVE DATES
      * DIFFER - THAT IS HOW A RATE CHANGE IS ENTERED AHEAD OF TIME.
      ******************************************************************
       400-ADD-TIER.
           IF WS-TIER-COUNT >= 50
               DISPLAY "TIER TABLE IS FULL"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER TIER CODE (2 CHARACTERS)"
           ACCEPT WS-INPUT-TIER
           IF WS-INPUT-TIER = SPACES
               DISPLAY "BLANK IS RETAIL - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-EFF-DATE
           PERFORM 700-FIND-TIER THRU 700-EXIT
           IF WS-ENTRY-FOUND = "YES"
               DISPLAY "THAT TIER/EFFECTIVE DATE IS ALREADY ON FILE"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER DESCRIPTION"
           ACCEPT WS-INPUT-DESC
           DISPLAY "BIKE RULE - P PERCENT OFF, C COST PLUS, "
               "ENTER FOR STANDARD"
           ACCEPT WS-INPUT-BIKE-RULE
           PERFORM 410-EDIT-BIKE-RULE THRU 410-EXIT
           IF WS-INPUT-BIKE-RULE NOT = SPACES
               AND WS-INPUT-BIKE-RULE NOT = "P"
               AND WS-INPUT-BIKE-RULE NOT = "C"
               DISPLAY "INVALID BIKE RULE - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ACCESSORY RULE - P PERCENT OFF, C COST PLUS, "
               "ENTER FOR STANDARD"
           ACCEPT WS-INPUT-ACC-RULE
           PERFORM 420-EDIT-ACC-RULE THRU 420-EXIT
           IF WS-INPUT-ACC-RULE NOT = SPACES
               AND WS-INPUT-ACC-RULE NOT = "P"
               AND WS-INPUT-ACC-RULE NOT = "C"
               DISPLAY "INVALID ACCESSORY RULE - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-TIER-COUNT
           SET TIER-IDX TO WS-TIER-COUNT
           MOVE WS-INPUT-TIER TO WS-TIER-TBL-CODE (TIER-IDX)
           MOVE WS-INPUT-EFF-DATE TO WS-TIER-TBL-EFF-DATE (TIER-IDX)
           MOVE WS-INPUT-DESC TO WS-TIER-TBL-DESC (TIER-IDX)
           MOVE WS-INPUT-BIKE-RULE TO WS-TIER-TBL-BIKE-RULE (TIER-IDX)
           MOVE WS-INPUT-BIKE-PCT TO WS-TIER-TBL-BIKE-PCT (TIER-IDX)
           MOVE WS-INPUT-ACC-RULE TO WS-TIER-TBL-ACC-RULE (TIER-IDX)
           MOVE WS-INPUT-ACC-PCT TO WS-TIER-TBL-ACC-PCT (TIER-IDX)
           DISPLAY "TIER ADDED".
       400-EXIT.

      ******************************************************************
      * 410-EDIT-BIKE-RULE AND 420-EDIT-ACC-RULE FOLD A LOWER-CASE
      * RULE TO UPPER CASE AND TAKE THE PERCENT FOR A P OR C RULE.
      * A BLANK RULE CARRIES A ZERO PERCENT.
      ******************************************************************
       410-EDIT-BIKE-RULE.
           MOVE ZEROS TO WS-INPUT-BIKE-PCT
           IF WS-INPUT-BIKE-RULE = "p"
               MOVE "P" TO WS-INPUT-BIKE-RULE
           END-IF
           IF WS-INPUT-BIKE-RULE = "c"
               MOVE "C" TO WS-INPUT-BIKE-RULE
           END-IF
           IF WS-INPUT-BIKE-RULE = "P" OR WS-INPUT-BIKE-RULE = "C"
               DISPLAY "ENTER BIKE PERCENT AS 3 DIGITS "
                   "(150 = 15.0 PERCENT)"
               ACCEPT WS-INPUT-BIKE-PCT
           END-IF.
       410-EXIT.

       420-EDIT-ACC-RULE.
           MOVE ZEROS TO WS-INPUT-ACC-PCT
           IF WS-INPUT-ACC-RULE = "p"
               MOVE "P" TO WS-INPUT-ACC-RULE
           END-IF
           IF WS-INPUT-ACC-RULE = "c"
               MOVE "C" TO WS-INPUT-ACC-RULE
           END-IF
           IF WS-INPUT-ACC-RULE = "P" OR WS-INPUT-ACC-RULE = "C"
               DISPLAY "ENTER ACCESSORY PERCENT AS 3 DIGITS "
                   "(150 = 15.0 PERCENT)"
               ACCEPT WS-INPUT-ACC-PCT
           END-IF.
       420-EXIT.

      ******************************************************************
      * 600-DELETE-TIER REMOVES ONE TIER/EFFECTIVE-DATE ENTRY FROM
      * THE TABLE, SLIDING EVERY LATER ENTRY DOWN ONE SUBSCRIPT.
      ******************************************************************
       600-DELETE-TIER.
           DISPLAY "ENTER TIER CODE OF ENTRY TO DELETE"
           ACCEPT WS-INPUT-TIER
           DISPLAY "ENTER ITS EFFECTIVE-FROM DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-EFF-DATE
           PERFORM 700-FIND-TIER THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "TIER/EFFECTIVE DATE NOT FOUND"
           ELSE
               PERFORM VARYING TIER-IDX FROM WS-ENTRY-SUB BY 1
                   UNTIL TIER-IDX >= WS-TIER-COUNT
                   MOVE WS-TIER-ENTRIES (TIER-IDX + 1)
                       TO WS-TIER-ENTRIES (TIER-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-TIER-COUNT
           END-IF.
       600-EXIT.

      ******************************************************************
      * 700-FIND-TIER SEARCHES THE TABLE FOR THE KEYED TIER AND
      * EFFECTIVE DATE, SETTING WS-ENTRY-FOUND AND WS-ENTRY-SUB THE
      * SAME WAY STATETAXMNT'S 700-FIND-RATE DOES.
      ******************************************************************
       700-FIND-TIER.
           MOVE "NO" TO WS-ENTRY-FOUND
           IF WS-TIER-COUNT > 0
               SET TIER-IDX TO 1
               SEARCH WS-TIER-ENTRIES
                   AT END
                       MOVE "NO" TO WS-ENTRY-FOUND
                   WHEN WS-INPUT-TIER = WS-TIER-TBL-CODE (TIER-IDX)
                       AND WS-INPUT-EFF-DATE
                           = WS-TIER-TBL-EFF-DATE (TIER-IDX)
                       MOVE "YES" TO WS-ENTRY-FOUND
                       SET WS-ENTRY-SUB TO TIER-IDX
               END-SEARCH
           END-IF.
       700-EXIT.

      ******************************************************************
      * 900-REWRITE-TIER-TABLE WRITES THE TABLE BACK OUT TO THE TIER
      * FILE, THE SAME WAY STATETAXMNT'S 900-REWRITE-RATE-TABLE DOES.
      ******************************************************************
       900-REWRITE-TIER-TABLE.
           OPEN OUTPUT PRICE-TIER-FILE
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > WS-TIER-COUNT
               MOVE WS-TIER-TBL-CODE (TIER-IDX) TO PT-TIER-CODE
               MOVE WS-TIER-TBL-EFF-DATE (TIER-IDX)
                   TO PT-EFFECTIVE-DATE
               MOVE WS-TIER-TBL-DESC (TIER-IDX) TO PT-DESCRIPTION
               MOVE WS-TIER-TBL-BIKE-RULE (TIER-IDX) TO PT-BIKE-RULE
               MOVE WS-TIER-TBL-BIKE-PCT (TIER-IDX) TO PT-BIKE-PCT
               MOVE WS-TIER-TBL-ACC-RULE (TIER-IDX) TO PT-ACCESS-RULE
               MOVE WS-TIER-TBL-ACC-PCT (TIER-IDX) TO PT-ACCESS-PCT
               WRITE PT-RECORD
           END-PERFORM
           CLOSE PRICE-TIER-FILE.
       900-EXIT.
