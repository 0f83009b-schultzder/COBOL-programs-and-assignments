       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SVDORMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Annual dormant stored-value report and unclaimed-property
      * remittance (ESCHEAT function). The state wants gift card and
      * store credit balances with no activity for a set number of
      * years reported and turned over. For every card on
      * StoredValue.dat (see copybooks/STOREDVL.cpy) with a balance,
      * the last activity date is the latest issue or redemption on
      * StoredValueLog.txt (see copybooks/SVLOG.cpy), or the issue
      * date for a card the log never mentions. Then:
      *
      *   - every card with a balance and no activity for the
      *     dormancy period is listed on the dormancy report
      *     (SVDormancy.txt),
      *   - the whole outstanding liability is aged into bands by
      *     time since last activity,
      *   - the operator remits all the dormant cards, picks them
      *     card by card, or takes the report only. Each remitted
      *     card is zeroed on StoredValue.dat, an ESCHT (escheat)
      *     entry for the balance goes on the stored-value log, and
      *     the card goes on the state's holder report file
      *     (UnclaimedProperty.txt) - header, one detail per card,
      *     trailer. GLEXTRACT journals the day's ESCHT entries out
      *     of the store-credit liability into unclaimed property
      *     payable.
      *
      * A remittance dated in a month PERIODMNT has closed is
      * refused; the report still prints.
      *
      * Dormancy policy file layout (one line, optional - any field
      * missing or blank takes its default):
      *  1  - 2   dormancy period in years              (default 3)
      *  3  - 4   state the report is filed with
      *  5  - 13  holder federal tax id
      * 14  - 53  holder name
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the stored-value master.

       SELECT STORED-VALUE-FILE
               ASSIGN TO UT-SYS-STOREDVL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CARD-NO
               FILE STATUS IS WS-STOREDVL-STATUS.

      * Select statement for the stored-value log.

       SELECT STORED-VALUE-LOG
               ASSIGN TO UT-SYS-SVLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVLOG-STATUS.

      * Select statement for the dormancy policy.

       SELECT POLICY-FILE
               ASSIGN TO UT-SYS-DORMPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the state's holder report file.

       SELECT HOLDER-REPORT-FILE
               ASSIGN TO UT-SYS-HOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the printed dormancy report.

       SELECT DORMANCY-REPORT-FILE
               ASSIGN TO UT-SYS-DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the stored-value master.

       FD  STORED-VALUE-FILE.
           COPY STOREDVL.

      * File description for the stored-value log.

       FD  STORED-VALUE-LOG.
           COPY SVLOG.

      * File description for the dormancy policy.

       FD  POLICY-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  POLICY-RECORD.
           05 DP-DORMANT-YEARS               PIC 99.
           05 DP-STATE                       PIC XX.
           05 DP-HOLDER-TAX-ID               PIC X(9).
           05 DP-HOLDER-NAME                 PIC X(40).

      * File description for the holder report - a header, one
      * detail per remitted card, and a trailer, told apart by the
      * record type in column 1.

       FD  HOLDER-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HR-HEADER-RECORD.
           05 HRH-TYPE                       PIC X.
           05 HRH-STATE                      PIC XX.
           05 HRH-HOLDER-TAX-ID              PIC X(9).
           05 HRH-HOLDER-NAME                PIC X(40).
           05 HRH-REPORT-DATE                PIC 9(8).
           05 HRH-DORMANT-YEARS              PIC 99.
           05                                PIC X(38).
       01  HR-DETAIL-RECORD.
           05 HRD-TYPE                       PIC X.
           05 HRD-SEQUENCE                   PIC 9(5).
           05 HRD-CARD-NO                    PIC X(10).
           05 HRD-PROPERTY                   PIC X(25).
           05 HRD-OWNER                      PIC X(30).
           05 HRD-ISSUED-DATE                PIC 9(8).
           05 HRD-LAST-ACTIVITY              PIC 9(8).
           05 HRD-AMOUNT                     PIC 9(7)V99.
           05                                PIC X(4).
       01  HR-TRAILER-RECORD.
           05 HRT-TYPE                       PIC X.
           05 HRT-COUNT                      PIC 9(5).
           05 HRT-TOTAL                      PIC 9(9)V99.
           05                                PIC X(83).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the printed dormancy report.

       FD  DORMANCY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-STOREDVL-STATUS              PIC XX.
          05 WS-SVLOG-STATUS                 PIC XX.
          05 WS-POLICY-STATUS                PIC XX.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-SV-EOF                       PIC XXX VALUE "NO".
          05 WS-SVL-EOF                      PIC XXX VALUE "NO".
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-RUN-TIME                     PIC 9(8).
          05 WS-DORMANT-YEARS                PIC 99 VALUE 3.
          05 WS-DORMANT-DAYS                 PIC 9(5).
          05 WS-STATE                        PIC XX VALUE SPACES.
          05 WS-HOLDER-TAX-ID                PIC X(9) VALUE SPACES.
          05 WS-HOLDER-NAME                  PIC X(40) VALUE SPACES.
          05 WS-LAST-ACTIVITY                PIC 9(8).
          05 WS-DAYS-INACTIVE                PIC S9(7).
          05 WS-BAND-SUB                     PIC 9.
          05 WS-CARD-FOUND                   PIC XXX.
          05 WS-REMIT-MODE                   PIC X.
          05 WS-CONFIRM                      PIC X.
          05 WS-REMITTING                    PIC XXX VALUE "NO".
          05 WS-REMIT-COUNT                  PIC 9(5) VALUE 0.
          05 WS-REMIT-SEQ                    PIC 9(5) VALUE 0.
          05 WS-REMIT-TOTAL                  PIC 9(9)V99 VALUE 0.
          05 WS-DORMANT-TOTAL                PIC 9(9)V99 VALUE 0.
          05 WS-LIABILITY-TOTAL              PIC 9(9)V99 VALUE 0.
          05 WS-LIABILITY-COUNT              PIC 9(5) VALUE 0.

      * Last activity per card off the stored-value log.

       01 WS-ACTIVITY-TABLE.
          05 WS-AC-COUNT                     PIC 9(4) VALUE 0.
          05 WS-AC-ENTRIES OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-AC-COUNT
               INDEXED BY AC-IDX.
             10 WS-AC-CARD                   PIC X(10).
             10 WS-AC-LAST-DATE              PIC 9(8).

      * Cards past the dormancy period, with what became of each.

       01 WS-DORMANT-TABLE.
          05 WS-DM-COUNT                     PIC 9(4) VALUE 0.
          05 WS-DM-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-DM-COUNT
               INDEXED BY DM-IDX.
             10 WS-DM-CARD                   PIC X(10).
             10 WS-DM-ISSUED                 PIC 9(8).
             10 WS-DM-LAST-DATE              PIC 9(8).
             10 WS-DM-DAYS                   PIC 9(7).
             10 WS-DM-BALANCE                PIC 9(5)V99.
             10 WS-DM-STATUS                 PIC X(12).

      * Outstanding liability aged by time since last activity.

       01 WS-BAND-LABELS.
          05                                 PIC X(20)
                                    VALUE "UNDER 1 YEAR".
          05                                 PIC X(20)
                                    VALUE "1 TO 2 YEARS".
          05                                 PIC X(20)
                                    VALUE "2 TO 3 YEARS".
          05                                 PIC X(20)
                                    VALUE "3 TO 5 YEARS".
          05                                 PIC X(20)
                                    VALUE "OVER 5 YEARS".
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
          05 WS-BAND-LABEL OCCURS 5 TIMES    PIC X(20).

       01 WS-BAND-TOTALS.
          05 WS-BAND-ENTRY OCCURS 5 TIMES.
             10 WS-BAND-COUNT                PIC 9(5).
             10 WS-BAND-AMOUNT               PIC 9(9)V99.

      * Report lines.

       01 DR-HEADING1.
          05                                 PIC X(36)
                 VALUE "DORMANT STORED VALUE REPORT - RUN ".
          05 DRH-DATE                        PIC 9(8).
          05                                 PIC X(12)
                                    VALUE "  DORMANT > ".
          05 DRH-YEARS                       PIC Z9.
          05                                 PIC X(6)  VALUE " YEARS".
          05                                 PIC X(16) VALUE SPACES.

       01 DR-HEADING2.
          05                                 PIC X(12) VALUE "CARD".
          05                                 PIC X(10) VALUE "ISSUED".
          05                                 PIC X(10)
                                    VALUE "LAST ACTV".
          05                                 PIC X(8)  VALUE "  DAYS".
          05                                 PIC X(14)
                                    VALUE "     BALANCE".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(12) VALUE "STATUS".
          05                                 PIC X(12) VALUE SPACES.

       01 DR-DETAIL.
          05 DRD-CARD                        PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 DRD-ISSUED                      PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 DRD-LAST-DATE                   PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 DRD-DAYS                        PIC ZZ,ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 DRD-BALANCE                     PIC $$$,$$9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05 DRD-STATUS                      PIC X(12).
          05                                 PIC X(14) VALUE SPACES.

       01 DR-BAND-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05 DRB-LABEL                       PIC X(28).
          05 DRB-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(4)  VALUE SPACES.
          05 DRB-AMOUNT                      PIC $$$,$$$,$$9.99.
          05                                 PIC X(26) VALUE SPACES.

      * Parameter block for the shared OPCHECK function-permission
      * checker.

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared PERIODCHK closed-period check.

       COPY PERIODWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-STOREDVL                 PIC X(60)
          VALUE "C:\COBOL\StoredValue.dat".
          05 UT-SYS-SVLOG                    PIC X(60)
          VALUE "C:\COBOL\StoredValueLog.txt".
          05 UT-SYS-DORMPOL                  PIC X(60)
          VALUE "C:\COBOL\DormancyPolicy.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-HOLDRPT                  PIC X(60)
          VALUE "C:\COBOL\UnclaimedProperty.txt".
          05 UT-SYS-DORMRPT                  PIC X(60)
          VALUE "C:\COBOL\SVDormancy.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE FINDS THE DORMANT CARDS, TAKES THE REMITTANCE
      * CHOICE, REMITS, AND PRINTS THE REPORT.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-BAND-TOTALS
           PERFORM 050-LOAD-POLICY THRU 050-EXIT
           PERFORM 100-LOAD-ACTIVITY THRU 100-EXIT
           PERFORM 200-SCAN-CARDS THRU 200-EXIT
           DISPLAY WS-DM-COUNT " CARD(S) DORMANT OVER "
               WS-DORMANT-YEARS " YEARS, TOTAL " WS-DORMANT-TOTAL
           IF WS-DM-COUNT > ZEROS
               PERFORM 300-CHOOSE-REMITTANCE THRU 300-EXIT
           END-IF
           IF WS-REMITTING = "YES"
               PERFORM 400-REMIT-CARDS THRU 400-EXIT
           END-IF
           PERFORM 600-PRINT-REPORT THRU 600-EXIT
           DISPLAY "DORMANCY REPORT WRITTEN - " WS-REMIT-COUNT
               " CARD(S) REMITTED"
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE ESCHEAT
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
           MOVE "SVDORMNT" TO SO-PROGRAM
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
           MOVE "ESCHEAT" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE ESCHEAT FUNCTION - "
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
      * 050-LOAD-POLICY READS THE DORMANCY POLICY LINE; ANYTHING
      * MISSING KEEPS ITS DEFAULT.
      ******************************************************************
       050-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "00"
               READ POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 060-APPLY-POLICY THRU 060-EXIT
               END-READ
               CLOSE POLICY-FILE
           END-IF
           COMPUTE WS-DORMANT-DAYS = WS-DORMANT-YEARS * 365.
       050-EXIT.

       060-APPLY-POLICY.
           IF DP-DORMANT-YEARS NUMERIC AND DP-DORMANT-YEARS > ZEROS
               MOVE DP-DORMANT-YEARS TO WS-DORMANT-YEARS
           END-IF
           MOVE DP-STATE TO WS-STATE
           MOVE DP-HOLDER-TAX-ID TO WS-HOLDER-TAX-ID
           MOVE DP-HOLDER-NAME TO WS-HOLDER-NAME.
       060-EXIT.

      ******************************************************************
      * 100-LOAD-ACTIVITY KEEPS THE LATEST LOG DATE SEEN FOR EACH
      * CARD.
      ******************************************************************
       100-LOAD-ACTIVITY.
           OPEN INPUT STORED-VALUE-LOG
           IF WS-SVLOG-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-SVL THRU 110-EXIT
               UNTIL WS-SVL-EOF = "YES"
           CLOSE STORED-VALUE-LOG.
       100-EXIT.

       110-READ-SVL.
           READ STORED-VALUE-LOG
               AT END
                   MOVE "YES" TO WS-SVL-EOF
                   GO TO 110-EXIT
           END-READ
           IF SVL-DATE NOT NUMERIC
               GO TO 110-EXIT
           END-IF
           MOVE SVL-CARD-NO TO SV-CARD-NO
           PERFORM 120-FIND-CARD THRU 120-EXIT
           IF WS-CARD-FOUND = "YES"
               IF SVL-DATE > WS-AC-LAST-DATE (AC-IDX)
                   MOVE SVL-DATE TO WS-AC-LAST-DATE (AC-IDX)
               END-IF
               GO TO 110-EXIT
           END-IF
           IF WS-AC-COUNT >= 5000
               DISPLAY "ACTIVITY TABLE FULL - CARD " SVL-CARD-NO
                   " AGED FROM ITS ISSUE DATE"
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-AC-COUNT
           SET AC-IDX TO WS-AC-COUNT
           MOVE SVL-CARD-NO TO WS-AC-CARD (AC-IDX)
           MOVE SVL-DATE TO WS-AC-LAST-DATE (AC-IDX).
       110-EXIT.

       120-FIND-CARD.
           MOVE "NO" TO WS-CARD-FOUND
           IF WS-AC-COUNT > 0
               SET AC-IDX TO 1
               SEARCH WS-AC-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-AC-CARD (AC-IDX) = SV-CARD-NO
                       MOVE "YES" TO WS-CARD-FOUND
               END-SEARCH
           END-IF.
       120-EXIT.

      ******************************************************************
      * 200-SCAN-CARDS AGES EVERY CARD WITH A BALANCE AND KEEPS THE
      * ONES PAST THE DORMANCY PERIOD.
      ******************************************************************
       200-SCAN-CARDS.
           OPEN INPUT STORED-VALUE-FILE
           IF WS-STOREDVL-STATUS NOT = "00"
               DISPLAY "NO STORED-VALUE FILE ON HAND - STATUS "
                   WS-STOREDVL-STATUS
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-CARD THRU 210-EXIT
               UNTIL WS-SV-EOF = "YES"
           CLOSE STORED-VALUE-FILE.
       200-EXIT.

       210-READ-CARD.
           READ STORED-VALUE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SV-EOF
                   GO TO 210-EXIT
           END-READ
           IF SV-BALANCE = ZEROS
               GO TO 210-EXIT
           END-IF
           MOVE SV-ISSUED-DATE TO WS-LAST-ACTIVITY
           PERFORM 120-FIND-CARD THRU 120-EXIT
           IF WS-CARD-FOUND = "YES"
               AND WS-AC-LAST-DATE (AC-IDX) > WS-LAST-ACTIVITY
               MOVE WS-AC-LAST-DATE (AC-IDX) TO WS-LAST-ACTIVITY
           END-IF
           IF WS-LAST-ACTIVITY NOT NUMERIC
               OR WS-LAST-ACTIVITY = ZEROS
               MOVE WS-RUN-DATE TO WS-LAST-ACTIVITY
           END-IF
           COMPUTE WS-DAYS-INACTIVE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-LAST-ACTIVITY)
           IF WS-DAYS-INACTIVE < ZEROS
               MOVE ZEROS TO WS-DAYS-INACTIVE
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-INACTIVE < 365
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-DAYS-INACTIVE < 730
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-DAYS-INACTIVE < 1095
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-DAYS-INACTIVE < 1825
                   MOVE 4 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB)
           ADD SV-BALANCE TO WS-BAND-AMOUNT (WS-BAND-SUB)
           ADD 1 TO WS-LIABILITY-COUNT
           ADD SV-BALANCE TO WS-LIABILITY-TOTAL
           IF WS-DAYS-INACTIVE < WS-DORMANT-DAYS
               GO TO 210-EXIT
           END-IF
           IF WS-DM-COUNT >= 2000
               DISPLAY "DORMANT TABLE FULL - CARD " SV-CARD-NO
                   " LEFT FOR NEXT YEAR"
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-DM-COUNT
           SET DM-IDX TO WS-DM-COUNT
           MOVE SV-CARD-NO TO WS-DM-CARD (DM-IDX)
           MOVE SV-ISSUED-DATE TO WS-DM-ISSUED (DM-IDX)
           MOVE WS-LAST-ACTIVITY TO WS-DM-LAST-DATE (DM-IDX)
           MOVE WS-DAYS-INACTIVE TO WS-DM-DAYS (DM-IDX)
           MOVE SV-BALANCE TO WS-DM-BALANCE (DM-IDX)
           MOVE "HELD" TO WS-DM-STATUS (DM-IDX)
           ADD SV-BALANCE TO WS-DORMANT-TOTAL.
       210-EXIT.

      ******************************************************************
      * 300-CHOOSE-REMITTANCE TAKES ALL THE DORMANT CARDS, A CARD BY
      * CARD PICK, OR NONE. A REMITTANCE INTO A CLOSED MONTH IS
      * REFUSED.
      ******************************************************************
       300-CHOOSE-REMITTANCE.
           DISPLAY "A = REMIT ALL DORMANT CARDS, S = SELECT CARD BY "
               "CARD, N = REPORT ONLY"
           ACCEPT WS-REMIT-MODE
           EVALUATE WS-REMIT-MODE
               WHEN "A"
               WHEN "a"
                   PERFORM 310-SELECT-ALL THRU 310-EXIT
                       VARYING DM-IDX FROM 1 BY 1
                       UNTIL DM-IDX > WS-DM-COUNT
               WHEN "S"
               WHEN "s"
                   PERFORM 320-SELECT-ONE THRU 320-EXIT
                       VARYING DM-IDX FROM 1 BY 1
                       UNTIL DM-IDX > WS-DM-COUNT
               WHEN OTHER
                   GO TO 300-EXIT
           END-EVALUATE
           IF WS-REMITTING = "NO"
               GO TO 300-EXIT
           END-IF
           MOVE WS-RUN-DATE TO PC-POST-DATE
           MOVE "SVDORMNT" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE "UNCLAIMED PROPERTY REMIT" TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-RUN-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING REMITTED"
               MOVE "NO" TO WS-REMITTING
               PERFORM 330-UNSELECT THRU 330-EXIT
                   VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > WS-DM-COUNT
           END-IF.
       300-EXIT.

       310-SELECT-ALL.
           MOVE "SELECTED" TO WS-DM-STATUS (DM-IDX)
           MOVE "YES" TO WS-REMITTING.
       310-EXIT.

       320-SELECT-ONE.
           DISPLAY "CARD " WS-DM-CARD (DM-IDX) " BALANCE "
               WS-DM-BALANCE (DM-IDX) " LAST ACTIVITY "
               WS-DM-LAST-DATE (DM-IDX) " - REMIT? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "SELECTED" TO WS-DM-STATUS (DM-IDX)
               MOVE "YES" TO WS-REMITTING
           END-IF.
       320-EXIT.

       330-UNSELECT.
           MOVE "HELD" TO WS-DM-STATUS (DM-IDX).
       330-EXIT.

      ******************************************************************
      * 400-REMIT-CARDS ZEROES EACH SELECTED CARD, LOGS THE ESCHEAT,
      * AND WRITES THE HOLDER REPORT. A CARD WHOSE BALANCE MOVED
      * SINCE THE SCAN IS LEFT ALONE.
      ******************************************************************
       400-REMIT-CARDS.
           OPEN I-O STORED-VALUE-FILE
           IF WS-STOREDVL-STATUS NOT = "00"
               DISPLAY "STORED-VALUE FILE WILL NOT OPEN FOR UPDATE - "
                   "STATUS " WS-STOREDVL-STATUS " - NOTHING REMITTED"
               GO TO 400-EXIT
           END-IF
           OPEN EXTEND STORED-VALUE-LOG
           IF WS-SVLOG-STATUS NOT = "00"
               OPEN OUTPUT STORED-VALUE-LOG
           END-IF
           PERFORM 410-REMIT-ONE THRU 410-EXIT
               VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > WS-DM-COUNT
           CLOSE STORED-VALUE-LOG
           CLOSE STORED-VALUE-FILE
           PERFORM 450-WRITE-HOLDER-REPORT THRU 450-EXIT.
       400-EXIT.

       410-REMIT-ONE.
           IF WS-DM-STATUS (DM-IDX) NOT = "SELECTED"
               GO TO 410-EXIT
           END-IF
           MOVE WS-DM-CARD (DM-IDX) TO SV-CARD-NO
           READ STORED-VALUE-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-DM-STATUS (DM-IDX)
                   GO TO 410-EXIT
           END-READ
           IF SV-BALANCE NOT = WS-DM-BALANCE (DM-IDX)
               MOVE "USED - HELD" TO WS-DM-STATUS (DM-IDX)
               GO TO 410-EXIT
           END-IF
           MOVE ZEROS TO SV-BALANCE
           REWRITE SV-RECORD
               INVALID KEY
                   MOVE "NOT UPDATED" TO WS-DM-STATUS (DM-IDX)
                   GO TO 410-EXIT
           END-REWRITE
           MOVE WS-DM-CARD (DM-IDX) TO SVL-CARD-NO
           SET SVL-ESCHEAT TO TRUE
           MOVE WS-DM-BALANCE (DM-IDX) TO SVL-AMOUNT
           MOVE ZEROS TO SVL-INVOICE-NUMBER
           MOVE WS-RUN-DATE TO SVL-DATE
           MOVE WS-RUN-TIME TO SVL-TIME
           MOVE ZEROS TO SVL-STORE-NO
           MOVE WS-OPERATOR-ID TO SVL-OPERATOR-ID
           WRITE SVL-RECORD
           MOVE "REMITTED" TO WS-DM-STATUS (DM-IDX)
           ADD 1 TO WS-REMIT-COUNT
           ADD WS-DM-BALANCE (DM-IDX) TO WS-REMIT-TOTAL.
       410-EXIT.

       450-WRITE-HOLDER-REPORT.
           IF WS-REMIT-COUNT = ZEROS
               GO TO 450-EXIT
           END-IF
           OPEN OUTPUT HOLDER-REPORT-FILE
           MOVE SPACES TO HR-HEADER-RECORD
           MOVE "H" TO HRH-TYPE
           MOVE WS-STATE TO HRH-STATE
           MOVE WS-HOLDER-TAX-ID TO HRH-HOLDER-TAX-ID
           MOVE WS-HOLDER-NAME TO HRH-HOLDER-NAME
           MOVE WS-RUN-DATE TO HRH-REPORT-DATE
           MOVE WS-DORMANT-YEARS TO HRH-DORMANT-YEARS
           WRITE HR-HEADER-RECORD
           MOVE ZEROS TO HRT-COUNT
           PERFORM 460-WRITE-HOLDER-DETAIL THRU 460-EXIT
               VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > WS-DM-COUNT
           MOVE SPACES TO HR-TRAILER-RECORD
           MOVE "T" TO HRT-TYPE
           MOVE WS-REMIT-COUNT TO HRT-COUNT
           MOVE WS-REMIT-TOTAL TO HRT-TOTAL
           WRITE HR-TRAILER-RECORD
           CLOSE HOLDER-REPORT-FILE.
       450-EXIT.

       460-WRITE-HOLDER-DETAIL.
           IF WS-DM-STATUS (DM-IDX) NOT = "REMITTED"
               GO TO 460-EXIT
           END-IF
           ADD 1 TO WS-REMIT-SEQ
           MOVE SPACES TO HR-DETAIL-RECORD
           MOVE "D" TO HRD-TYPE
           MOVE WS-REMIT-SEQ TO HRD-SEQUENCE
           MOVE WS-DM-CARD (DM-IDX) TO HRD-CARD-NO
           MOVE "GIFT CARD / STORE CREDIT" TO HRD-PROPERTY
           MOVE "UNKNOWN" TO HRD-OWNER
           MOVE WS-DM-ISSUED (DM-IDX) TO HRD-ISSUED-DATE
           MOVE WS-DM-LAST-DATE (DM-IDX) TO HRD-LAST-ACTIVITY
           MOVE WS-DM-BALANCE (DM-IDX) TO HRD-AMOUNT
           WRITE HR-DETAIL-RECORD.
       460-EXIT.

      ******************************************************************
      * 600-PRINT-REPORT PRINTS THE DORMANT CARDS WITH WHAT BECAME OF
      * EACH, THEN THE AGED LIABILITY.
      ******************************************************************
       600-PRINT-REPORT.
           OPEN OUTPUT DORMANCY-REPORT-FILE
           MOVE WS-RUN-DATE TO DRH-DATE
           MOVE WS-DORMANT-YEARS TO DRH-YEARS
           WRITE REPORT-RECORD FROM DR-HEADING1
           WRITE REPORT-RECORD FROM DR-HEADING2
            AFTER ADVANCING 2 LINES
           PERFORM 610-PRINT-DORMANT THRU 610-EXIT
               VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > WS-DM-COUNT
           MOVE "DORMANT CARDS" TO DRB-LABEL
           MOVE WS-DM-COUNT TO DRB-COUNT
           MOVE WS-DORMANT-TOTAL TO DRB-AMOUNT
           WRITE REPORT-RECORD FROM DR-BAND-LINE
            AFTER ADVANCING 2 LINES
           MOVE "REMITTED TO THE STATE" TO DRB-LABEL
           MOVE WS-REMIT-COUNT TO DRB-COUNT
           MOVE WS-REMIT-TOTAL TO DRB-AMOUNT
           WRITE REPORT-RECORD FROM DR-BAND-LINE
           MOVE "OUTSTANDING LIABILITY BY TIME SINCE LAST ACTIVITY"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
            AFTER ADVANCING 2 LINES
           PERFORM 620-PRINT-BAND THRU 620-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5
           MOVE "TOTAL OUTSTANDING (BEFORE REMIT)" TO DRB-LABEL
           MOVE WS-LIABILITY-COUNT TO DRB-COUNT
           MOVE WS-LIABILITY-TOTAL TO DRB-AMOUNT
           WRITE REPORT-RECORD FROM DR-BAND-LINE
           CLOSE DORMANCY-REPORT-FILE.
       600-EXIT.

       610-PRINT-DORMANT.
           MOVE WS-DM-CARD (DM-IDX) TO DRD-CARD
           MOVE WS-DM-ISSUED (DM-IDX) TO DRD-ISSUED
           MOVE WS-DM-LAST-DATE (DM-IDX) TO DRD-LAST-DATE
           MOVE WS-DM-DAYS (DM-IDX) TO DRD-DAYS
           MOVE WS-DM-BALANCE (DM-IDX) TO DRD-BALANCE
           MOVE WS-DM-STATUS (DM-IDX) TO DRD-STATUS
           WRITE REPORT-RECORD FROM DR-DETAIL.
       610-EXIT.

       620-PRINT-BAND.
           MOVE WS-BAND-LABEL (WS-BAND-SUB) TO DRB-LABEL
           MOVE WS-BAND-COUNT (WS-BAND-SUB) TO DRB-COUNT
           MOVE WS-BAND-AMOUNT (WS-BAND-SUB) TO DRB-AMOUNT
           WRITE REPORT-RECORD FROM DR-BAND-LINE.
       620-EXIT.
