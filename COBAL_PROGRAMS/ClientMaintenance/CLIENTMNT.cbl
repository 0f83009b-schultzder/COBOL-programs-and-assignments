      * adds, changes any field, flags a client inactive (the sales
      * programs warn before using one), and lists clients
      * alphabetically. It works the indexed file in place, so every
      * program sees a fix immediately. It also keeps the client's
      * contact consent - whether they may be mailed, phoned, or
      * e-mailed - which the campaign extract (CAMPEXT) honors.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the operator master, read to check the
      * ID of whoever takes a contact note.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.
          05 WS-INPUT-TEXT                   PIC X(25).
          05 WS-INPUT-LIMIT                  PIC 9(7)V99.
          05 WS-CONFIRM                      PIC X.
          05 WS-INPUT-TIER                   PIC XX.
          05 WS-SORT-SUB                     PIC 999.
          05 WS-NOTE-DEPT                    PIC X.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-FILE-OK                   PIC XXX.
          05 WS-OP-EOF                       PIC XXX.
          05 WS-OP-FOUND                     PIC XXX.

      * Clients loaded for the alphabetical listing, insertion-sorted
      * by name the way PROGRAM5 sorts its trip group.
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".

      * Parameter block for the shared CNOTELOG contact-notes
      * subprogram - the lookup shows the client's latest notes and
      * takes a new one from whichever desk is asking.

       COPY CNOTEWS.

      * Parameter block for the shared ZIPCHK city/state/ZIP check -
      * the state the register charges tax for is read out of the
      * address line, so it is checked against the ZIP as it is keyed.

       COPY ZIPCKWS.

       01 WS-FILES.
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

               DISPLAY "CLIENT NOT FOUND"
           ELSE
               PERFORM 360-SHOW-CLIENT THRU 360-EXIT
               PERFORM 370-CLIENT-NOTES THRU 370-EXIT
           END-IF.
       350-EXIT.

           DISPLAY "PHONE:      " CM-CLIENT-PHONE
           DISPLAY "POINTS:     " CM-LOYALTY-POINTS
           DISPLAY "CR LIMIT:   " CM-CREDIT-LIMIT
           IF CM-PRICING-TIER = SPACES OR CM-PRICING-TIER = LOW-VALUES
               DISPLAY "TIER:       RETAIL"
           ELSE
               DISPLAY "TIER:       " CM-PRICING-TIER
           END-IF
           IF CM-ACTIVE-FLAG = "I"
               DISPLAY "STATUS:     INACTIVE"
           ELSE
               DISPLAY "STATUS:     ACTIVE"
           END-IF

      * The returned-check hold is set and cleared only through
      * NSFCHECK - shown here so the desk knows why checks are refused.

           IF CM-CHECKS-REFUSED
               DISPLAY "CHECKS:     REFUSED - RETURNED CHECK HOLD"
           END-IF
           IF CM-NO-MAIL
               DISPLAY "MAIL:       DO NOT MAIL"
           ELSE
               DISPLAY "MAIL:       YES"
           END-IF
           IF CM-NO-PHONE
               DISPLAY "PHONE OK:   DO NOT CALL"
           ELSE
               DISPLAY "PHONE OK:   YES"
           END-IF
           IF CM-EMAIL-ALLOWED
               DISPLAY "E-MAIL:     YES"
           ELSE
               DISPLAY "E-MAIL:     NO"
           END-IF.
       360-EXIT.

      ******************************************************************
      * 370-CLIENT-NOTES SHOWS THE CLIENT'S LATEST CONTACT NOTES AND
      * OFFERS TO ADD ONE. MAINTENANCE IS RUN FROM ANY DESK, SO THE
      * NOTE TAKER GIVES THEIR OPERATOR ID - WHICH MUST BE ON THE
      * OPERATOR MASTER - AND DEPARTMENT.
      ******************************************************************
       370-CLIENT-NOTES.
           MOVE "S" TO NP-ACTION
           MOVE CM-CLIENT-NO TO NP-CLIENT-NO
           CALL "CNOTELOG" USING NP-PARMS
           DISPLAY "ADD A CONTACT NOTE? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 370-EXIT
           END-IF.
       370-OPERATOR.
           DISPLAY "ENTER YOUR OPERATOR ID"
           ACCEPT NP-OPERATOR
           IF NP-OPERATOR = SPACES
               DISPLAY "NO NOTE ADDED"
               GO TO 370-EXIT
           END-IF
           INSPECT NP-OPERATOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 372-FIND-NOTE-OPERATOR THRU 372-EXIT
           IF WS-OP-FILE-OK = "NO"
               DISPLAY "NO OPERATOR FILE ON HAND - NO NOTE ADDED"
               GO TO 370-EXIT
           END-IF
           IF WS-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - REKEY (BLANK = NO "
                   "NOTE)"
               GO TO 370-OPERATOR
           END-IF.
       370-DEPT.
           DISPLAY "DEPARTMENT - R REGISTER, S SERVICE, T TRAVEL,"
               " A ACCOUNTS"
           ACCEPT WS-NOTE-DEPT
           INSPECT WS-NOTE-DEPT CONVERTING "rsta" TO "RSTA"
           IF WS-NOTE-DEPT NOT = "R" AND WS-NOTE-DEPT NOT = "S"
               AND WS-NOTE-DEPT NOT = "T" AND WS-NOTE-DEPT NOT = "A"
               DISPLAY "NOT A DEPARTMENT - REKEY"
               GO TO 370-DEPT
           END-IF
           MOVE WS-NOTE-DEPT TO NP-DEPARTMENT
           MOVE "P" TO NP-ACTION
           CALL "CNOTELOG" USING NP-PARMS.
       370-EXIT.

      ******************************************************************
      * 372-FIND-NOTE-OPERATOR LOOKS THE KEYED ID UP ON THE OPERATOR
      * MASTER THE WAY THE SIGN-ON PARAGRAPHS DO.
      ******************************************************************
       372-FIND-NOTE-OPERATOR.
           MOVE "NO" TO WS-OP-FOUND WS-OP-EOF
           MOVE "YES" TO WS-OP-FILE-OK
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               MOVE "NO" TO WS-OP-FILE-OK
               GO TO 372-EXIT
           END-IF
           PERFORM 374-READ-OPERATOR THRU 374-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE.
       372-EXIT.

       374-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
               NOT AT END
                   IF OP-ID = NP-OPERATOR
                       MOVE "YES" TO WS-OP-FOUND
                   END-IF
           END-READ.
       374-EXIT.

      ******************************************************************
      * 380-PROMPT-CONSENT ASKS FOR EACH CONTACT CONSENT. MAIL AND
      * PHONE ARE ALLOWED UNLESS THE CLIENT SAYS NO; E-MAIL ONLY WHEN
      * THE CLIENT SAYS YES.
      ******************************************************************
       380-PROMPT-CONSENT.
           DISPLAY "MAY WE SEND THIS CLIENT MAIL? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "N" OR WS-CONFIRM = "n"
               MOVE "N" TO CM-CONSENT-MAIL
           ELSE
               MOVE "Y" TO CM-CONSENT-MAIL
           END-IF
           DISPLAY "MAY WE PHONE THIS CLIENT? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "N" OR WS-CONFIRM = "n"
               MOVE "N" TO CM-CONSENT-PHONE
           ELSE
               MOVE "Y" TO CM-CONSENT-PHONE
           END-IF
           DISPLAY "MAY WE E-MAIL THIS CLIENT? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO CM-CONSENT-EMAIL
           ELSE
               MOVE "N" TO CM-CONSENT-EMAIL
           END-IF.
       380-EXIT.

      ******************************************************************
      * 390-CHECK-ZIP CHECKS CM-CLIENT-CITY-STATE-ZIP AGAINST THE ZIP
      * REFERENCE. A MISSING CITY OR STATE, OR A MISSPELLED CITY, IS
      * FILLED IN FROM THE ZIP; A STATE THAT IS NOT THE ZIP'S, A ZIP
      * NOT ON THE REFERENCE, OR NO ZIP AT ALL IS REFUSED AND
      * REKEYED. WITH NO REFERENCE ON HAND THE LINE IS TAKEN AS KEYED.
      ******************************************************************
       390-CHECK-ZIP.
           MOVE "V" TO ZC-REQUEST
           MOVE CM-CLIENT-CITY-STATE-ZIP TO ZC-CITY-STATE-ZIP
           CALL "ZIPCHK" USING ZC-PARMS
           EVALUATE TRUE
               WHEN ZC-VALID
                   GO TO 390-EXIT
               WHEN ZC-FILLED
                   MOVE ZC-SUGGESTED TO CM-CLIENT-CITY-STATE-ZIP
                   DISPLAY "CITY/STATE SET FROM ZIP: "
                       CM-CLIENT-CITY-STATE-ZIP
                   GO TO 390-EXIT
               WHEN ZC-NO-REFERENCE
                   DISPLAY "NO ZIP REFERENCE ON HAND - ADDRESS NOT "
                       "CHECKED"
                   GO TO 390-EXIT
               WHEN ZC-STATE-MISMATCH
                   DISPLAY "ZIP " ZC-ZIP " IS IN " ZC-REF-STATE
                       ", NOT " ZC-KEYED-STATE " - REKEY"
               WHEN ZC-UNKNOWN-ZIP
                   DISPLAY "ZIP " ZC-ZIP " IS NOT ON THE POSTAL "
                       "REFERENCE - REKEY"
               WHEN OTHER
                   DISPLAY "NO 5-DIGIT ZIP FOUND - KEY AS "
                       "CITY, ST 12345"
           END-EVALUATE
           DISPLAY "ENTER CITY, STATE, ZIP"
           ACCEPT CM-CLIENT-CITY-STATE-ZIP
           GO TO 390-CHECK-ZIP.
       390-EXIT.

      ******************************************************************
      * 400-ADD-CLIENT WRITES A NEW MASTER RECORD. THE WRITE'S
      * INVALID KEY PATH CATCHES A NUMBER ALREADY ON FILE.
           ACCEPT CM-CLIENT-ADDRESS
           DISPLAY "ENTER CITY, STATE, ZIP"
           ACCEPT CM-CLIENT-CITY-STATE-ZIP
           PERFORM 390-CHECK-ZIP THRU 390-EXIT
           DISPLAY "ENTER PHONE"
           ACCEPT CM-CLIENT-PHONE
           MOVE ZEROS TO CM-LOYALTY-POINTS
      * raised deliberately, never by default.

           MOVE ZEROS TO CM-CREDIT-LIMIT

      * Pricing tier codes are set up through TIERMNT - blank is
      * ordinary retail.

           MOVE SPACES TO WS-INPUT-TIER
           DISPLAY "ENTER PRICING TIER (ENTER FOR RETAIL)"
           ACCEPT WS-INPUT-TIER
           MOVE WS-INPUT-TIER TO CM-PRICING-TIER
           MOVE SPACE TO CM-NSF-HOLD
           PERFORM 380-PROMPT-CONSENT THRU 380-EXIT
           MOVE "A" TO CM-ACTIVE-FLAG
           WRITE CM-MASTER-RECORD
               INVALID KEY
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO CM-CLIENT-CITY-STATE-ZIP
               PERFORM 390-CHECK-ZIP THRU 390-EXIT
           END-IF
           MOVE SPACES TO WS-INPUT-TEXT
           DISPLAY "NEW PHONE (ENTER TO KEEP)"
               ACCEPT WS-INPUT-LIMIT
               MOVE WS-INPUT-LIMIT TO CM-CREDIT-LIMIT
           END-IF
           DISPLAY "CHANGE PRICING TIER? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE SPACES TO WS-INPUT-TIER
               DISPLAY "ENTER NEW PRICING TIER (ENTER FOR RETAIL)"
               ACCEPT WS-INPUT-TIER
               MOVE WS-INPUT-TIER TO CM-PRICING-TIER
           END-IF
           DISPLAY "CHANGE CONTACT CONSENT? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM 380-PROMPT-CONSENT THRU 380-EXIT
           END-IF
           REWRITE CM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED - STATUS " WS-CLIENTMS-STATUS
