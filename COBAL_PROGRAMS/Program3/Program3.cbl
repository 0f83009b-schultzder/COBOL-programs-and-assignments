      *                                                                 
      * Input file
      *  1  -     booking type (numeric)
      *  2  -  6  client number (numeric)
      *  7  - 23  client name (alphanumeric)
      * 24  - 25  unused
      * 26  - 27  region number (numeric)
      * 28  - 38  unused

       SELECT INPUT-FILE
                ASSIGN TO UT-SYS-INVFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRIPIN-STATUS.

      * Select statment for output file.

           RECORD CONTAINS 80 CHARACTERS.
       01  INPUT-RECORD.
           05 IN-BOOKING-TYPE                PIC X.
           05 IN-CLIENT-NO                   PIC X(5).
           05 IN-CLIENT-NAME                 PIC X(17).

      * Column 24 carries the ORIGINAL booking type on a type-5
      * cancellation record, so the claw-back reverses the commission

           05 IN-CURRENCY-CODE               PIC X(3)  VALUE SPACES.
           05 IN-COST-OF-TRIP                PIC 9(5).
           05 IN-SALESPERSON-NAME            PIC X(14) VALUE SPACES.

      * A trip sold by two salespeople together carries the second
      * salesperson's ID (columns 58-61) and their share of the
      * commission, 01-99 percent (columns 62-63), in what was the
      * tail of the salesperson name. Blank on an unsplit trip.

           05 IN-SPLIT-SP-ID                 PIC X(4)  VALUE SPACES.
           05 IN-SPLIT-PCT                   PIC XX    VALUE SPACES.

      * Salesperson ID (columns 64-67), the key the report sorts and
      * control-breaks on - "J SMITH" and "JOHN SMITH" keyed against
           RECORD CONTAINS 80 CHARACTERS.
       01  INPUT-SORTED.
           05 ST-BOOKING-TYPE                PIC X.
           05 ST-CLIENT-NO                   PIC X(5).
           05 ST-CLIENT-NAME                 PIC X(17).
           05 ST-ORIG-BOOKING-TYPE           PIC X     VALUE SPACES.
           05 ST-FILLER1                     PIC X     VALUE SPACES.
           05 ST-REGION-NO                   PIC XX.

           05 ST-CURRENCY-CODE               PIC X(3)  VALUE SPACES.
           05 ST-COST-OF-TRIP                PIC 9(5).
           05 ST-SALESPERSON-NAME            PIC X(14) VALUE SPACES.
           05 ST-SPLIT-SP-ID                 PIC X(4)  VALUE SPACES.
           05 ST-SPLIT-PCT                   PIC XX    VALUE SPACES.
           05 ST-SALESPERSON-ID              PIC X(4)  VALUE SPACES.
           05 ST-FILLER3                     PIC X(10) VALUE SPACES.

      * Column 78 is set by the sort's input procedure on a split
      * trip: P on the copy sorted under the booking's own
      * salesperson, S on the copy sorted under the second
      * salesperson, with the two IDs swapped so ST-SPLIT-SP-ID is
      * always the partner. Blank on an unsplit trip.

           05 ST-SPLIT-SHARE                 PIC X     VALUE SPACES.
           05 ST-FILLER4                     PIC XX    VALUE SPACES.

      * File description for output file.

       FD  EXCEPTION-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  EXCEPTION-RECORD.
           05 EXC-CLIENT-NO                  PIC X(5).
           05 EXC-BOOKING-TYPE               PIC X.
           05 EXC-REGION-NO                  PIC XX.
           05 EXC-REASON                     PIC X(30).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 S-BOOKING-TYPE                 PIC X.
           05 S-CLIENT-NO                    PIC X(5).
           05 S-CLIENT-NAME                  PIC X(17).
           05 S-ORIG-BOOKING-TYPE            PIC X     VALUE SPACES.
           05 S-FILLER1                      PIC X     VALUE SPACES.
           05 S-REGION-NO                    PIC XX.
           05 S-FILLER2                      PIC X(11) VALUE SPACES.
           05 S-COST-OF-TRIP                 PIC 9(5).
           05 S-SALESPERSON-NAME             PIC X(14) VALUE SPACES.
           05 S-SPLIT-SP-ID                  PIC X(4)  VALUE SPACES.
           05 S-SPLIT-PCT                    PIC XX    VALUE SPACES.
           05 S-SALESPERSON-ID               PIC X(4)  VALUE SPACES.
           05 S-FILLER3                      PIC X(10) VALUE SPACES.
           05 S-SPLIT-SHARE                  PIC X     VALUE SPACES.
           05 S-FILLER4                      PIC XX    VALUE SPACES.

      * Working storage variables. 
        
          05 WS-CONVERTED-COST               PIC 9(7)V99.
          05 WS-EXR-WORK-CURRENCY            PIC X(3).
          05 WS-EXR-WORK-AMOUNT              PIC 9(5).
          05 WS-TRIPIN-STATUS                PIC XX.
          05 WS-TRIPIN-EOF                   PIC XXX VALUE "NO".
          05 WS-SPLIT-FOUND                  PIC XXX.
          05 WS-SPLIT-PCT-USED               PIC 99.
          05 WS-SPLIT-COMMISSION             PIC S9(9)V99.
          05 WS-SPLIT-COST                   PIC 9(7)V99.

       01 WS-EXR-TABLE.
          05 WS-EXR-COUNT                     PIC 99 VALUE 0.
          05 WS-STMT-OPEN                    PIC XXX VALUE "NO".
          05 WS-STATEMENT-FILENAME           PIC X(76).
      * 032 (review fix): CM-CLIENT-NO is the shared master's key
      * (copybooks/CLIENTMS.cpy, PIC X(5)). trip.dat now carries the
      * same five digits; routing CLIENT-NO through a numeric field
      * still zero-pads it ("00023") the way PROGRAM1/PROJECT_1's
      * operator-typed numbers are, so the two always line up on the
      * same key for the same client.
          05 WS-CLIENT-NO-KEY                PIC 9(5).
          05 WS-PAGE-NO                      PIC 999 VALUE 1.
          05 WS-DETAILS-START                PIC 999 VALUE 9.
          
      * Record Details
        
      * The client number is the full five digits; it takes the
      * leading space, and BOOKING-TYPE moves over one into the filler
      * after it, so REGION-NO onward print where they always have.
       01 DEATIL1.
          05 CLIENT-NO                       PIC X(5).
          05                                 PIC X      VALUE SPACES.
      * 032 (review fix): widened from X(20) to X(25) to match the
      * shared master's CM-CLIENT-NAME so a canonical name synced in
          05 CLIENT-NAME                     PIC X(25).
          05                                 PIC X      VALUE SPACES.
          05 BOOKING-TYPE                    PIC 9.
          05                                 PIC X(7)   VALUE SPACES.
          05 REGION-NO                       PIC 99. 
          05                                 PIC X(7)   VALUE SPACES.
          05 TRIP-COST                       PIC ZZ,Z99.
          05 D-CURRENCY                      PIC X(3).
          05                                 PIC X      VALUE SPACES.
          05 COMMISSION                      PIC -ZZZ,ZZ9.99.

      * On a split trip, the partner's ID and share of the
      * commission; the line's own commission is this salesperson's
      * share. Blank on an unsplit trip.

          05                                 PIC X      VALUE SPACES.
          05 D-SPLIT-INFO.
             10 D-SPLIT-LABEL                PIC X(6).
             10 D-SPLIT-PARTNER              PIC X(4).
             10                              PIC X.
             10 D-SPLIT-PCT                  PIC Z9.
             10 D-SPLIT-PCT-SIGN             PIC X.
          
      * Per-salesperson statement heading.


       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared CTLPOST control-total poster -
      * every trip accepted or rejected here is counted by region so
      * CTLBAL can prove PROGRAM4 and PROGRAM5 saw the same dollars.

       COPY CTLPOSTWS.

       PROCEDURE DIVISION.
       
      ******************************************************************
           PERFORM 900-END-OF-JOB-RTN THRU 900-EXIT
           PERFORM 950-REWRITE-YTD-TABLE THRU 950-EXIT
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
           PERFORM 985-WRITE-CONTROL-TOTALS THRU 985-EXIT
           PERFORM 990-TERMINATION-MODULE THRU 990-EXIT
       STOP RUN.

       050-SORT-BY-SALESPERSON.
           SORT SORT-FILE
               ON ASCENDING KEY S-SALESPERSON-ID
               INPUT PROCEDURE IS 055-RELEASE-TRIPS THRU 055-EXIT
               GIVING SORTED-INPUT.
       050-EXIT.

      ******************************************************************
      * 055-RELEASE-TRIPS FEEDS THE TRIP FILE TO THE SORT. A TRIP
      * SPLIT BETWEEN TWO SALESPEOPLE IS RELEASED TWICE, ONCE UNDER
      * EACH SALESPERSON'S ID, SO EACH OF THEM IS CREDITED THEIR
      * SHARE IN THEIR OWN CONTROL BREAK, YTD FIGURE, BUDGET LINE AND
      * STATEMENT (SEE 607-APPLY-SPLIT-SHARE).
      ******************************************************************
       055-RELEASE-TRIPS.
           OPEN INPUT INPUT-FILE
           IF WS-TRIPIN-STATUS NOT = "00"
               MOVE "PROGRAM3" TO FE-PROGRAM
               MOVE "INVFILE" TO FE-FILE-NAME
               MOVE "OPEN-IN" TO FE-OPERATION
               MOVE WS-TRIPIN-STATUS TO FE-STATUS
               CALL "FILERR" USING FE-PARMS
               IF FE-ACTION = "ABORT"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO 055-EXIT
           END-IF
           PERFORM 057-RELEASE-ONE-TRIP THRU 057-EXIT
               UNTIL WS-TRIPIN-EOF = "YES"
           CLOSE INPUT-FILE.
       055-EXIT.

      ******************************************************************
      * 057-RELEASE-ONE-TRIP RELEASES ONE TRIP RECORD. ONLY A SECOND
      * SALESPERSON OTHER THAN THE FIRST, WITH A 01-99 SHARE, MAKES A
      * SPLIT; ANYTHING ELSE IN THOSE COLUMNS IS RELEASED UNSPLIT.
      ******************************************************************
       057-RELEASE-ONE-TRIP.
           READ INPUT-FILE
               AT END
                   MOVE "YES" TO WS-TRIPIN-EOF
                   GO TO 057-EXIT
           END-READ
           MOVE INPUT-RECORD TO SORT-RECORD
           MOVE SPACE TO S-SPLIT-SHARE
           IF IN-SPLIT-SP-ID = SPACES
               OR IN-SPLIT-SP-ID = IN-SALESPERSON-ID
               OR IN-SPLIT-PCT NOT NUMERIC
               OR IN-SPLIT-PCT = "00"
               RELEASE SORT-RECORD
               GO TO 057-EXIT
           END-IF
           MOVE "P" TO S-SPLIT-SHARE
           RELEASE SORT-RECORD
           MOVE IN-SPLIT-SP-ID TO S-SALESPERSON-ID
           MOVE IN-SALESPERSON-ID TO S-SPLIT-SP-ID
           MOVE "S" TO S-SPLIT-SHARE
           RELEASE SORT-RECORD.
       057-EXIT.

      ******************************************************************
      * 070-LOAD-FILE-CONTROL (036) READS THE SHARED FILE-LOCATION
      * CONTROL FILE, IF ONE IS PRESENT, AND REPOINTS THIS PROGRAM'S
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   IF ST-SPLIT-SHARE NOT = "S"
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
                   PERFORM 420-VALIDATE-RECORD THRU 420-EXIT
                   IF ST-SPLIT-SHARE NOT = "S"
                       PERFORM 415-COUNT-CONTROL-TOTAL THRU 415-EXIT
                   END-IF
                   IF WS-VALID-RECORD = "YES"
                       PERFORM 510-WRITE-DETAILS THRU 510-EXIT
                   ELSE

      * The second salesperson's copy of a split trip fails every
      * check its first copy fails; only a fault of its own is
      * reported, so the trip is not listed twice.

                       IF ST-SPLIT-SHARE NOT = "S"
                           OR WS-EXC-REASON =
                               "SPLIT PARTNER NOT ON MASTER"
                           PERFORM 430-WRITE-EXCEPTION THRU 430-EXIT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 415-COUNT-CONTROL-TOTAL COUNTS THE TRIP FOR THE NIGHTLY CONTROL
      * TOTALS, ONCE PER TRIP (NOT ON A SPLIT'S SECOND COPY) AND AT
      * THE WHOLE TRIP'S HOME-CURRENCY COST - BEFORE 510 CUTS IT TO
      * A SPLIT SHARE.
      ******************************************************************
       415-COUNT-CONTROL-TOTAL.
           MOVE "A" TO CX-REQUEST
           MOVE ST-REGION-NO TO CX-REGION-NO
           IF WS-VALID-RECORD = "YES"
               MOVE "A" TO CX-RESULT
               MOVE WS-CONVERTED-COST TO CX-AMOUNT
           ELSE
               MOVE "R" TO CX-RESULT
               MOVE ZEROS TO CX-AMOUNT
           END-IF
           CALL "CTLPOST" USING CX-PARMS.
       415-EXIT.

      ******************************************************************
      * 420-VALIDATE-RECORD (012) CHECKS THE BOOKING TYPE (1-4) AND
      * REGION NUMBER BEFORE A RECORD IS ALLOWED TO HAVE A COMMISSION
                   MOVE "NO" TO WS-VALID-RECORD
                   MOVE "SALESPERSON ID NOT ON MASTER"
                       TO WS-EXC-REASON
                   IF ST-SPLIT-SHARE = "S"
                       MOVE "SPLIT PARTNER NOT ON MASTER"
                           TO WS-EXC-REASON
                   END-IF
               END-IF
           END-IF

      * A split whose second salesperson is not on the master leaves
      * the whole commission with the first; the second copy goes
      * to the exception report above.

           IF WS-VALID-RECORD = "YES" AND ST-SPLIT-SHARE = "P"
               PERFORM 426-FIND-SPLIT-PARTNER THRU 426-EXIT
               IF WS-SPLIT-FOUND = "NO"
                   MOVE SPACE TO ST-SPLIT-SHARE
               END-IF
           END-IF.
       420-EXIT.
           END-IF.
       425-EXIT.

      ******************************************************************
      * 426-FIND-SPLIT-PARTNER LOOKS A SPLIT TRIP'S SECOND SALESPERSON
      * UP IN THE LOADED MASTER TABLE, LEAVING THE FIRST'S NAME ALONE.
      ******************************************************************
       426-FIND-SPLIT-PARTNER.
           MOVE "NO" TO WS-SPLIT-FOUND
           IF WS-SP-COUNT > 0
               SET SP-IDX TO 1
               SEARCH WS-SP-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-SP-TBL-ID (SP-IDX) = ST-SPLIT-SP-ID
                       MOVE "YES" TO WS-SPLIT-FOUND
               END-SEARCH
           END-IF.
       426-EXIT.

      ******************************************************************
      * 430-WRITE-EXCEPTION (012) LOGS A RECORD WITH A BAD BOOKING TYPE
      * OR REGION NUMBER TO THE EXCEPTION REPORT INSTEAD OF LETTING IT
           END-IF.
           PERFORM 600-CALCULATE-COMMISSION THRU 600-EXIT
           PERFORM 605-APPLY-COMMISSION-LIMITS THRU 605-EXIT
           MOVE SPACES TO D-SPLIT-INFO
           IF ST-SPLIT-SHARE NOT = SPACE
               PERFORM 607-APPLY-SPLIT-SHARE THRU 607-EXIT
           END-IF
           IF WS-IS-CANCELLATION = "YES"
               COMPUTE WS-COMMISSION-COST = 0 - WS-COMMISSION-COST
           END-IF
            WRITE STATEMENT-RECORD FROM DEATIL1
             AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT
            IF ST-SPLIT-SHARE NOT = "S"
                ADD 1 TO WS-CLIENT-COUNT
            END-IF
            ADD 1 TO WS-RECORDS-WRITTEN.
       510-EXIT.

           END-IF.
       605-EXIT.

      ******************************************************************
      * 607-APPLY-SPLIT-SHARE CUTS THE COMMISSION FIGURED FOR THE
      * WHOLE TRIP, FLOOR AND CAP ALREADY APPLIED, DOWN TO THIS
      * SALESPERSON'S SHARE, AND THE TRIP COST WITH IT SO THE BUDGET
      * LINES AND YTD COST ARE CREDITED IN THE SAME SHARES. THE
      * SECOND SALESPERSON'S SHARE IS ROUNDED AND THE FIRST TAKES
      * WHAT IS LEFT, SO THE TWO ADD BACK TO THE WHOLE TO THE PENNY.
      * A CANCELLATION IS NEGATED AFTERWARD IN 510-WRITE-DETAILS, SO
      * THE CLAW-BACK COMES FROM BOTH IN THE SAME SHARES.
      ******************************************************************
       607-APPLY-SPLIT-SHARE.
           MOVE ST-SPLIT-PCT TO WS-SPLIT-PCT-USED
           COMPUTE WS-SPLIT-COMMISSION ROUNDED =
               WS-COMMISSION-COST * WS-SPLIT-PCT-USED / 100
           COMPUTE WS-SPLIT-COST ROUNDED =
               WS-CONVERTED-COST * WS-SPLIT-PCT-USED / 100
           MOVE "SPLIT " TO D-SPLIT-LABEL
           MOVE ST-SPLIT-SP-ID TO D-SPLIT-PARTNER
           MOVE "%" TO D-SPLIT-PCT-SIGN
           IF ST-SPLIT-SHARE = "S"
               MOVE WS-SPLIT-COMMISSION TO WS-COMMISSION-COST
               MOVE WS-SPLIT-COST TO WS-CONVERTED-COST
               COMPUTE D-SPLIT-PCT = 100 - WS-SPLIT-PCT-USED
           ELSE
               SUBTRACT WS-SPLIT-COMMISSION FROM WS-COMMISSION-COST
               SUBTRACT WS-SPLIT-COST FROM WS-CONVERTED-COST
               MOVE WS-SPLIT-PCT-USED TO D-SPLIT-PCT
           END-IF.
       607-EXIT.

      ******************************************************************
      * 602-APPLY-RATE-RULE PAYS THE MATCHED RULE: RATE TIMES TRIP
      * COST OR THE FLAT AMOUNT, AND CARRIES THE RULE'S OWN FLOOR
                   MOVE CLIENT-NAME TO CM-CLIENT-NAME
                   MOVE ZEROS TO CM-LOYALTY-POINTS
                   MOVE "A" TO CM-ACTIVE-FLAG
                   MOVE SPACES TO CM-PRICING-TIER CM-NSF-HOLD
                   MOVE SPACES TO CM-CONSENT-MAIL CM-CONSENT-PHONE
                       CM-CONSENT-EMAIL
                   WRITE CM-MASTER-RECORD
               NOT INVALID KEY
                   MOVE CM-CLIENT-NAME TO CLIENT-NAME
           CLOSE RUN-LOG-FILE.
       980-EXIT.

      ******************************************************************
      * 985-WRITE-CONTROL-TOTALS APPENDS THIS RUN'S CONTROL-TOTAL SET
      * FOR CTLBAL. THE REPORT'S OWN TOTAL NETS CANCELLATIONS AND
      * SPLITS, SO NO PRINTED TOTAL IS PASSED - THE ACCEPTED DOLLARS
      * COUNTED IN 415 ARE THE FIGURE THE OTHER STEPS BALANCE TO.
      ******************************************************************
       985-WRITE-CONTROL-TOTALS.
           MOVE "W" TO CX-REQUEST
           MOVE "PROGRAM3" TO CX-PROGRAM
           MOVE BD-BUSINESS-DATE TO CX-BUSINESS-DATE
           MOVE ZEROS TO CX-AMOUNT
           CALL "CTLPOST" USING CX-PARMS
           IF CX-STATUS NOT = "00"
               DISPLAY "CONTROL TOTALS NOT WRITTEN - STATUS " CX-STATUS
           END-IF.
       985-EXIT.

      ******************************************************************
      * 990-TERMINATION-MODULE CLOSES ALL THE FILES THE REPORT USED.
      ******************************************************************
