       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERIODMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Accounting period close and reopen. Once the bookkeeper has
      * remitted a month's sales tax and closed it with the
      * accountant, the month is closed here and every posting
      * program (the register, ARBILL payments, TRIPPAY receipts,
      * RENTAL, GLEXTRACT, GLEDGER, COMMPAY) refuses to post a date
      * in it - a catch-up cycle run under an old SETBDATE override
      * can no longer write into a filed month. The refusals go on
      * the closed-period exception log, listed by the X option.
      *
      *   L  lists the months on the period-control file.
      *   C  closes a month. Only a month already over can close,
      *      and only once every day in it with register activity
      *      has had its Z-report and been through the card
      *      reconciliation, and TAXREMIT has run for the month -
      *      all read off the close step log (see copybooks/
      *      CLOSESTP.cpy). What is still missing is listed.
      *   R  reopens a closed month; a reason is required.
      *   X  lists the closed-period exception log.
      *
      * Closing and reopening take the PERIODCLOSE function
      * (supervisor level with no matrix on file). Every change is
      * written to the period change log (see copybooks/
      * PERIODLG.cpy) with who made it, when, and why.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the period-control file.

       SELECT PERIOD-CONTROL-FILE
               ASSIGN TO UT-SYS-PERIODCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODCTL-STATUS.

      * Select statement for the period change log.

       SELECT PERIOD-LOG-FILE
               ASSIGN TO UT-SYS-PERIODLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODLOG-STATUS.

      * Select statement for the closed-period exception log.

       SELECT PERIOD-EXCEPTION-FILE
               ASSIGN TO UT-SYS-PERIODXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODXC-STATUS.

      * Select statement for the month-end close step log.

       SELECT CLOSE-STEP-FILE
               ASSIGN TO UT-SYS-CLOSESTEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSESTEP-STATUS.

      * Select statement for the invoice history file.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the period-control file.

       FD  PERIOD-CONTROL-FILE.
           COPY PERIODCT.

      * File description for the period change log.

       FD  PERIOD-LOG-FILE.
           COPY PERIODLG.

      * File description for the closed-period exception log.

       FD  PERIOD-EXCEPTION-FILE.
           COPY PERIODXC.

      * File description for the month-end close step log.

       FD  CLOSE-STEP-FILE.
           COPY CLOSESTP.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-PERIODCTL-STATUS             PIC XX.
          05 WS-PERIODLOG-STATUS             PIC XX.
          05 WS-PERIODXC-STATUS              PIC XX.
          05 WS-CLOSESTEP-STATUS             PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-PD-EOF                       PIC XXX VALUE "NO".
          05 WS-PD-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-PX-EOF                       PIC XXX VALUE "NO".
          05 WS-CLS-EOF                      PIC XXX VALUE "NO".
          05 WS-HIST-EOF                     PIC XXX VALUE "NO".
          05 WS-TAX-DONE                     PIC XXX.
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-RUN-TIME                     PIC 9(8).
          05 WS-RUN-PERIOD                   PIC 9(6).
          05 WS-INPUT-PERIOD                 PIC 9(6).
          05 WS-INPUT-REASON                 PIC X(40).
          05 WS-CONFIRM                      PIC X.
          05 WS-MONTH-FIRST                  PIC 9(8).
          05 WS-MONTH-LAST                   PIC 9(8).
          05 WS-DAY-NO                       PIC 99.
          05 WS-MISSING                      PIC 999.
          05 WS-PD-SUB                       PIC 999.
          05 WS-PD-FOUND-SUB                 PIC 999.
          05 WS-DAY-SUB                      PIC 99.
          05 WS-DAY-DATE                     PIC 9(8).
          05 WS-PX-COUNT                     PIC 9(5).

      * The period-control file, held whole while a month is closed
      * or reopened, then written back out in month order.

       01 WS-PD-TABLE.
          05 WS-PD-COUNT                     PIC 999 VALUE 0.
          05 WS-PD-ENTRIES OCCURS 0 TO 600 TIMES
               DEPENDING ON WS-PD-COUNT
               INDEXED BY PD-IDX.
             10 WS-PD-PERIOD                 PIC 9(6).
             10 WS-PD-STATUS                 PIC X.
             10 WS-PD-CHANGED-BY             PIC X(4).
             10 WS-PD-CHANGED-DATE           PIC 9(8).
             10 WS-PD-CHANGED-TIME           PIC 9(8).

      * One entry per day of the month being closed: register
      * activity on the day, and whether a Z-report and a card
      * reconciliation have covered it.

       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRIES OCCURS 31 TIMES.
             10 WS-DAY-ACTIVE                PIC X.
             10 WS-DAY-ZREPORT               PIC X.
             10 WS-DAY-CARDRECON             PIC X.

      * Operator sign-on and the shared OPCHECK permission check.

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
          05 UT-SYS-PERIODCTL                PIC X(60)
          VALUE "C:\COBOL\PeriodControl.txt".
          05 UT-SYS-PERIODLOG                PIC X(60)
          VALUE "C:\COBOL\PeriodLog.txt".
          05 UT-SYS-PERIODXC                 PIC X(60)
          VALUE "C:\COBOL\PeriodExceptions.txt".
          05 UT-SYS-CLOSESTEP                PIC X(60)
          VALUE "C:\COBOL\CloseSteps.txt".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, LOADS THE PERIOD-
      * CONTROL FILE, AND ROUTES TO THE CHOSEN FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 100-LOAD-PERIODS THRU 100-EXIT
           DISPLAY "ACCOUNTING PERIODS - L=LIST C=CLOSE A MONTH "
               "R=REOPEN A MONTH X=REFUSED POSTINGS"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "L"
               WHEN "l"
                   PERFORM 150-LIST-PERIODS THRU 150-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 200-CLOSE-PERIOD THRU 200-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 400-REOPEN-PERIOD THRU 400-EXIT
               WHEN "X"
               WHEN "x"
                   PERFORM 500-LIST-EXCEPTIONS THRU 500-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER. AN UNKNOWN OPERATOR ENDS THE SESSION.
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
           MOVE "PERIODMN" TO SO-PROGRAM
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
      * 040-CHECK-PERIODCLOSE ASKS OPCHECK FOR THE PERIODCLOSE
      * FUNCTION CLOSING AND REOPENING TAKE. PM-ALLOWED COMES BACK
      * "Y" OR "N".
      ******************************************************************
       040-CHECK-PERIODCLOSE.
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "PERIODCLOSE" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "CLOSING AND REOPENING A MONTH NEED THE "
                   "PERIODCLOSE FUNCTION"
           END-IF.
       040-EXIT.

      ******************************************************************
      * 100-LOAD-PERIODS READS THE PERIOD-CONTROL FILE INTO THE
      * TABLE.
      ******************************************************************
       100-LOAD-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIODCTL-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM UNTIL WS-PD-EOF = "YES"
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE "YES" TO WS-PD-EOF
                   NOT AT END
                       IF WS-PD-COUNT < 600
                           ADD 1 TO WS-PD-COUNT
                           SET PD-IDX TO WS-PD-COUNT
                           MOVE PD-PERIOD TO WS-PD-PERIOD (PD-IDX)
                           MOVE PD-STATUS TO WS-PD-STATUS (PD-IDX)
                           MOVE PD-CHANGED-BY
                               TO WS-PD-CHANGED-BY (PD-IDX)
                           MOVE PD-CHANGED-DATE
                               TO WS-PD-CHANGED-DATE (PD-IDX)
                           MOVE PD-CHANGED-TIME
                               TO WS-PD-CHANGED-TIME (PD-IDX)
                       ELSE
                           MOVE "YES" TO WS-PD-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.
       100-EXIT.

       150-LIST-PERIODS.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT
               IF WS-PD-STATUS (WS-PD-SUB) = "C"
                   DISPLAY WS-PD-PERIOD (WS-PD-SUB) "  CLOSED   BY "
                       WS-PD-CHANGED-BY (WS-PD-SUB) " ON "
                       WS-PD-CHANGED-DATE (WS-PD-SUB)
               ELSE
                   DISPLAY WS-PD-PERIOD (WS-PD-SUB) "  REOPENED BY "
                       WS-PD-CHANGED-BY (WS-PD-SUB) " ON "
                       WS-PD-CHANGED-DATE (WS-PD-SUB)
               END-IF
           END-PERFORM
           DISPLAY "ANY MONTH NOT LISTED IS OPEN".
       150-EXIT.

      ******************************************************************
      * 160-FIND-PERIOD SETS WS-PD-FOUND-SUB TO WS-INPUT-PERIOD'S
      * SLOT IN THE TABLE, ZERO WHEN THE MONTH HAS NO LINE.
      ******************************************************************
       160-FIND-PERIOD.
           MOVE ZEROS TO WS-PD-FOUND-SUB
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT
               OR WS-PD-FOUND-SUB > ZEROS
               IF WS-PD-PERIOD (WS-PD-SUB) = WS-INPUT-PERIOD
                   MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
               END-IF
           END-PERFORM.
       160-EXIT.

      ******************************************************************
      * 200-CLOSE-PERIOD CLOSES A MONTH THAT IS OVER AND HAS BEEN
      * THROUGH ITS Z-REPORTS, CARD RECONCILIATION, AND TAX
      * REMITTANCE.
      ******************************************************************
       200-CLOSE-PERIOD.
           PERFORM 040-CHECK-PERIODCLOSE THRU 040-EXIT
           IF PM-ALLOWED NOT = "Y"
               GO TO 200-EXIT
           END-IF
           IF WS-PD-OVERFLOW = "YES"
               DISPLAY "PERIOD FILE EXCEEDS 600 MONTHS - NOTHING "
                   "CHANGED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "MONTH TO CLOSE (YYYYMM)"
           MOVE ZEROS TO WS-INPUT-PERIOD
           ACCEPT WS-INPUT-PERIOD
           IF WS-INPUT-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY "ONLY A MONTH THAT IS OVER CAN CLOSE - "
                   "NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           PERFORM 160-FIND-PERIOD THRU 160-EXIT
           IF WS-PD-FOUND-SUB > ZEROS
               IF WS-PD-STATUS (WS-PD-FOUND-SUB) = "C"
                   DISPLAY "MONTH " WS-INPUT-PERIOD " IS ALREADY "
                       "CLOSED"
                   GO TO 200-EXIT
               END-IF
           END-IF
           PERFORM 250-CHECK-CLOSE-STEPS THRU 250-EXIT
           IF WS-MISSING > ZEROS
               DISPLAY WS-MISSING " CLOSE STEP(S) STILL TO RUN - "
                   "MONTH NOT CLOSED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "Z-REPORTS, CARD RECONCILIATION, AND TAX "
               "REMITTANCE ALL RUN FOR " WS-INPUT-PERIOD
           DISPLAY "CLOSE " WS-INPUT-PERIOD "? NOTHING WILL POST TO "
               "IT AFTER THIS (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           IF WS-PD-FOUND-SUB = ZEROS
               PERFORM 300-INSERT-PERIOD THRU 300-EXIT
           END-IF
           MOVE "C" TO WS-PD-STATUS (WS-PD-FOUND-SUB)
           MOVE "MONTH-END CLOSE" TO WS-INPUT-REASON
           PERFORM 350-RECORD-CHANGE THRU 350-EXIT
           DISPLAY "MONTH " WS-INPUT-PERIOD " CLOSED".
       200-EXIT.

      ******************************************************************
      * 250-CHECK-CLOSE-STEPS MARKS THE DAYS OF THE MONTH THAT HAD
      * REGISTER ACTIVITY, MARKS WHAT THE CLOSE STEP LOG SAYS HAS
      * RUN, AND LISTS WHAT IS STILL MISSING IN WS-MISSING.
      ******************************************************************
       250-CHECK-CLOSE-STEPS.
           MOVE ZEROS TO WS-MISSING
           MOVE "NO" TO WS-TAX-DONE
           COMPUTE WS-MONTH-FIRST = WS-INPUT-PERIOD * 100 + 1
           COMPUTE WS-MONTH-LAST = WS-INPUT-PERIOD * 100 + 31
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31
               MOVE "N" TO WS-DAY-ACTIVE (WS-DAY-SUB)
                   WS-DAY-ZREPORT (WS-DAY-SUB)
                   WS-DAY-CARDRECON (WS-DAY-SUB)
           END-PERFORM
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS = "00"
               PERFORM 260-READ-HISTORY THRU 260-EXIT
                   UNTIL WS-HIST-EOF = "YES"
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           OPEN INPUT CLOSE-STEP-FILE
           IF WS-CLOSESTEP-STATUS = "00"
               PERFORM 270-READ-CLOSE-STEP THRU 270-EXIT
                   UNTIL WS-CLS-EOF = "YES"
               CLOSE CLOSE-STEP-FILE
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31
               IF WS-DAY-ACTIVE (WS-DAY-SUB) = "Y"
                   COMPUTE WS-DAY-DATE = WS-MONTH-FIRST - 1
                       + WS-DAY-SUB
                   IF WS-DAY-ZREPORT (WS-DAY-SUB) = "N"
                       DISPLAY "  NO Z-REPORT FOR " WS-DAY-DATE
                       ADD 1 TO WS-MISSING
                   END-IF
                   IF WS-DAY-CARDRECON (WS-DAY-SUB) = "N"
                       DISPLAY "  CARD RECONCILIATION HAS NOT "
                           "COVERED " WS-DAY-DATE
                       ADD 1 TO WS-MISSING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TAX-DONE = "NO"
               DISPLAY "  TAXREMIT HAS NOT RUN FOR " WS-INPUT-PERIOD
               ADD 1 TO WS-MISSING
           END-IF.
       250-EXIT.

       260-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
               NOT AT END
                   IF HIST-INVOICE-DATE NOT < WS-MONTH-FIRST
                       AND HIST-INVOICE-DATE NOT > WS-MONTH-LAST
                       COMPUTE WS-DAY-NO =
                           HIST-INVOICE-DATE - WS-MONTH-FIRST + 1
                       MOVE "Y" TO WS-DAY-ACTIVE (WS-DAY-NO)
                   END-IF
           END-READ.
       260-EXIT.

      * A Z-report or card reconciliation line marks every day of the
      * month inside its from/to dates; a tax remittance line must
      * span the whole month.

       270-READ-CLOSE-STEP.
           READ CLOSE-STEP-FILE
               AT END
                   MOVE "YES" TO WS-CLS-EOF
               NOT AT END
                   IF CLS-PROGRAM = "TAXREMIT"
                       AND CLS-FROM-DATE NOT > WS-MONTH-FIRST
                       AND CLS-TO-DATE NOT < WS-MONTH-LAST
                       MOVE "YES" TO WS-TAX-DONE
                   END-IF
                   IF CLS-PROGRAM = "ZREPORT"
                       OR CLS-PROGRAM = "CARDRECON"
                       PERFORM 280-MARK-DAYS THRU 280-EXIT
                           VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 31
                   END-IF
           END-READ.
       270-EXIT.

       280-MARK-DAYS.
           COMPUTE WS-DAY-DATE = WS-MONTH-FIRST - 1 + WS-DAY-SUB
           IF WS-DAY-DATE < CLS-FROM-DATE
               OR WS-DAY-DATE > CLS-TO-DATE
               GO TO 280-EXIT
           END-IF
           IF CLS-PROGRAM = "ZREPORT"
               MOVE "Y" TO WS-DAY-ZREPORT (WS-DAY-SUB)
           ELSE
               MOVE "Y" TO WS-DAY-CARDRECON (WS-DAY-SUB)
           END-IF.
       280-EXIT.

      ******************************************************************
      * 300-INSERT-PERIOD MAKES A LINE FOR WS-INPUT-PERIOD IN MONTH
      * ORDER AND LEAVES WS-PD-FOUND-SUB ON IT.
      ******************************************************************
       300-INSERT-PERIOD.
           ADD 1 TO WS-PD-COUNT
           MOVE WS-PD-COUNT TO WS-PD-SUB
           PERFORM UNTIL WS-PD-SUB <= 1
               OR WS-PD-PERIOD (WS-PD-SUB - 1) < WS-INPUT-PERIOD
               MOVE WS-PD-ENTRIES (WS-PD-SUB - 1)
                   TO WS-PD-ENTRIES (WS-PD-SUB)
               SUBTRACT 1 FROM WS-PD-SUB
           END-PERFORM
           MOVE WS-INPUT-PERIOD TO WS-PD-PERIOD (WS-PD-SUB)
           MOVE WS-PD-SUB TO WS-PD-FOUND-SUB.
       300-EXIT.

      ******************************************************************
      * 350-RECORD-CHANGE STAMPS THE MONTH AT WS-PD-FOUND-SUB WITH THE
      * OPERATOR AND THE TIME, WRITES THE PERIOD-CONTROL FILE BACK
      * OUT, AND APPENDS THE CHANGE TO THE PERIOD CHANGE LOG.
      ******************************************************************
       350-RECORD-CHANGE.
           MOVE WS-OPERATOR-ID TO WS-PD-CHANGED-BY (WS-PD-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-PD-CHANGED-DATE (WS-PD-FOUND-SUB)
           MOVE WS-RUN-TIME TO WS-PD-CHANGED-TIME (WS-PD-FOUND-SUB)
           OPEN OUTPUT PERIOD-CONTROL-FILE
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT
               MOVE WS-PD-PERIOD (WS-PD-SUB) TO PD-PERIOD
               MOVE WS-PD-STATUS (WS-PD-SUB) TO PD-STATUS
               MOVE WS-PD-CHANGED-BY (WS-PD-SUB) TO PD-CHANGED-BY
               MOVE WS-PD-CHANGED-DATE (WS-PD-SUB) TO PD-CHANGED-DATE
               MOVE WS-PD-CHANGED-TIME (WS-PD-SUB) TO PD-CHANGED-TIME
               WRITE PD-RECORD
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE
           OPEN EXTEND PERIOD-LOG-FILE
           IF WS-PERIODLOG-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-LOG-FILE
           END-IF
           MOVE WS-INPUT-PERIOD TO PL-PERIOD
           IF WS-PD-STATUS (WS-PD-FOUND-SUB) = "C"
               MOVE "C" TO PL-ACTION
           ELSE
               MOVE "R" TO PL-ACTION
           END-IF
           MOVE WS-OPERATOR-ID TO PL-OPERATOR
           MOVE WS-RUN-DATE TO PL-DATE
           MOVE WS-RUN-TIME TO PL-TIME
           MOVE WS-INPUT-REASON TO PL-REASON
           WRITE PL-RECORD
           CLOSE PERIOD-LOG-FILE.
       350-EXIT.

      ******************************************************************
      * 400-REOPEN-PERIOD OPENS A CLOSED MONTH AGAIN FOR A CORRECTION.
      * THE REASON GOES ON THE PERIOD CHANGE LOG.
      ******************************************************************
       400-REOPEN-PERIOD.
           PERFORM 040-CHECK-PERIODCLOSE THRU 040-EXIT
           IF PM-ALLOWED NOT = "Y"
               GO TO 400-EXIT
           END-IF
           IF WS-PD-OVERFLOW = "YES"
               DISPLAY "PERIOD FILE EXCEEDS 600 MONTHS - NOTHING "
                   "CHANGED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "MONTH TO REOPEN (YYYYMM)"
           MOVE ZEROS TO WS-INPUT-PERIOD
           ACCEPT WS-INPUT-PERIOD
           PERFORM 160-FIND-PERIOD THRU 160-EXIT
           IF WS-PD-FOUND-SUB = ZEROS
               DISPLAY "MONTH " WS-INPUT-PERIOD " IS NOT CLOSED"
               GO TO 400-EXIT
           END-IF
           IF WS-PD-STATUS (WS-PD-FOUND-SUB) NOT = "C"
               DISPLAY "MONTH " WS-INPUT-PERIOD " IS NOT CLOSED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "CLOSED BY " WS-PD-CHANGED-BY (WS-PD-FOUND-SUB)
               " ON " WS-PD-CHANGED-DATE (WS-PD-FOUND-SUB)
           DISPLAY "REASON FOR REOPENING"
           MOVE SPACES TO WS-INPUT-REASON
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOTHING CHANGED"
               GO TO 400-EXIT
           END-IF
           MOVE "O" TO WS-PD-STATUS (WS-PD-FOUND-SUB)
           PERFORM 350-RECORD-CHANGE THRU 350-EXIT
           DISPLAY "MONTH " WS-INPUT-PERIOD " REOPENED - CLOSE IT "
               "AGAIN ONCE THE CORRECTION IS POSTED".
       400-EXIT.

      ******************************************************************
      * 500-LIST-EXCEPTIONS LISTS THE POSTINGS REFUSED FOR A CLOSED
      * MONTH, OPTIONALLY FOR ONE MONTH ONLY.
      ******************************************************************
       500-LIST-EXCEPTIONS.
           DISPLAY "MONTH POSTED TO (YYYYMM, 0 = ALL)"
           MOVE ZEROS TO WS-INPUT-PERIOD
           ACCEPT WS-INPUT-PERIOD
           MOVE ZEROS TO WS-PX-COUNT
           OPEN INPUT PERIOD-EXCEPTION-FILE
           IF WS-PERIODXC-STATUS NOT = "00"
               DISPLAY "NO REFUSED POSTINGS ON FILE"
               GO TO 500-EXIT
           END-IF
           PERFORM 510-READ-EXCEPTION THRU 510-EXIT
               UNTIL WS-PX-EOF = "YES"
           CLOSE PERIOD-EXCEPTION-FILE
           DISPLAY WS-PX-COUNT " REFUSED POSTING(S)".
       500-EXIT.

       510-READ-EXCEPTION.
           READ PERIOD-EXCEPTION-FILE
               AT END
                   MOVE "YES" TO WS-PX-EOF
               NOT AT END
                   DIVIDE PX-POST-DATE BY 100 GIVING WS-RUN-PERIOD
                   IF WS-INPUT-PERIOD = ZEROS
                       OR WS-RUN-PERIOD = WS-INPUT-PERIOD
                       ADD 1 TO WS-PX-COUNT
                       DISPLAY PX-TRIED-DATE " " PX-PROGRAM " "
                           PX-OPERATOR " POST DATE " PX-POST-DATE
                           " " PX-DETAIL
                   END-IF
           END-READ.
       510-EXIT.
