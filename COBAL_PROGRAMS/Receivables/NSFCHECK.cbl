       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NSFCHECK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Returned (NSF) check processing. When the bank sends a check
      * back, the invoice history still shows it collected and the
      * client can hand over another one tomorrow. Keyed by invoice
      * number, this program:
      *
      *   E - records the returned amount and the bank fee on the NSF
      *       log (see copybooks/NSFLOG.cpy), charges the two back to
      *       the client as an "N" charge on the house charge file
      *       ARBILL bills from (see copybooks/ARCHARGE.cpy), and sets
      *       the returned-check hold on the client master so the
      *       register refuses check tender from the client;
      *   R - takes money recovered against a returned check, posting
      *       it to the house charge file as a payment;
      *   C - clears the client's hold (supervisor only, through the
      *       NSFCLEAR function);
      *   M - prints the monthly NSF report: every returned check
      *       still outstanding and everything returned or recovered
      *       in the month.
      *
      * GLEXTRACT journals the reversal off the NSF log. A return or
      * recovery is not entered while today's month is closed through
      * PERIODMNT; PERIODCHK logs the attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the returned-check log.

       SELECT NSF-LOG-FILE
               ASSIGN TO UT-SYS-NSFLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFLOG-STATUS.

      * Select statement for the invoice history file, read for the
      * check tender and the client the invoice was sold to.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the house charge file.

       SELECT AR-CHARGE-FILE
               ASSIGN TO UT-SYS-ARFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARFILE-STATUS.

      * Select statement for the shared client master.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the operator master behind the sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the printed monthly report.

       SELECT NSF-REPORT-FILE
               ASSIGN TO UT-SYS-NSFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the returned-check log.

       FD  NSF-LOG-FILE.
           COPY NSFLOG.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the house charge file.

       FD  AR-CHARGE-FILE.
           COPY ARCHARGE.

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the printed monthly report.

       FD  NSF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-NSFLOG-STATUS                PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-ARFILE-STATUS                PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-NSF-EOF                      PIC XXX VALUE "NO".
          05 WS-HIST-EOF                     PIC XXX.
          05 WS-HIST-FOUND                   PIC XXX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-INPUT-INVOICE                PIC 9(6).
          05 WS-INPUT-CLIENT                 PIC 9(5).
          05 WS-INPUT-AMOUNT                 PIC 9(5)V99.
          05 WS-INPUT-FEE                    PIC 9(3)V99.
          05 WS-INPUT-MONTH                  PIC 9(6).
          05 WS-CONFIRM                      PIC X.
          05 WS-CLIENT-KEY                   PIC X(5).
          05 WS-INV-CLIENT                   PIC X(5).
          05 WS-INV-CHECK-AMT                PIC 9(5)V99.
          05 WS-INV-DATE                     PIC 9(8).
          05 WS-ALREADY-RETURNED             PIC 9(6)V99.
          05 WS-OUTSTANDING                  PIC S9(7)V99.
          05 WS-AR-TOTAL                     PIC 9(7)V99.
          05 WS-NSF-SUB                      PIC 9(4).
          05 WS-SUM-SUB                      PIC 9(4).
          05 WS-SUM-FOUND                    PIC XXX.
          05 WS-MONTH-RETURNED               PIC 9(8)V99.
          05 WS-MONTH-RECOVERED              PIC 9(8)V99.
          05 WS-TOTAL-OUTSTANDING            PIC S9(8)V99.
          05 WS-REPORT-LINES                 PIC 9(4).

      * The whole returned-check log, in file order.

       01 WS-NSF-TABLE.
          05 WS-NSF-COUNT                    PIC 9(4) VALUE 0.
          05 WS-NSF-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-NSF-COUNT
               INDEXED BY NSF-IDX.
             10 WS-NSF-INVOICE               PIC 9(6).
             10 WS-NSF-CLIENT                PIC X(5).
             10 WS-NSF-TYPE                  PIC X.
             10 WS-NSF-AMOUNT                PIC 9(5)V99.
             10 WS-NSF-FEE                   PIC 9(3)V99.
             10 WS-NSF-DATE                  PIC 9(8).

      * One entry per returned-check invoice for the monthly report.

       01 WS-SUMMARY-TABLE.
          05 WS-SUM-COUNT                    PIC 9(4) VALUE 0.
          05 WS-SUM-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SUM-COUNT
               INDEXED BY SUM-IDX.
             10 WS-SUM-INVOICE               PIC 9(6).
             10 WS-SUM-CLIENT                PIC X(5).
             10 WS-SUM-RETURN-DATE           PIC 9(8).
             10 WS-SUM-RETURNED              PIC 9(6)V99.
             10 WS-SUM-FEES                  PIC 9(5)V99.
             10 WS-SUM-RECOVERED             PIC 9(6)V99.
             10 WS-SUM-MONTH-ACTIVITY        PIC XXX.

      * Report lines.

       01 NR-HEADING1.
          05                                 PIC X(33)
                         VALUE "RETURNED CHECK (NSF) REPORT  FOR ".
          05 NRH-MONTH                       PIC 9(6).
          05                                 PIC X(41) VALUE SPACES.

       01 NR-HEADING2.
          05                                 PIC X(8)  VALUE "INVOICE".
          05                                 PIC X(7)  VALUE "CLIENT".
          05                                 PIC X(10) VALUE "RETURNED".
          05                                 PIC X(12)
                                    VALUE "  CHECK AMT".
          05                                 PIC X(9)
                                    VALUE "      FEE".
          05                                 PIC X(12)
                                    VALUE "  RECOVERED".
          05                                 PIC X(13)
                                    VALUE "  OUTSTANDING".
          05                                 PIC X(9)  VALUE SPACES.

       01 NR-DETAIL.
          05 NRD-INVOICE                     PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 NRD-CLIENT                      PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 NRD-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 NRD-CHECK-AMT                   PIC ZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 NRD-FEE                         PIC ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 NRD-RECOVERED                   PIC ZZ,ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.
          05 NRD-OUTSTANDING                 PIC -ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 NRD-FLAG                        PIC X(12).

       01 NR-TOTAL-LINE.
          05 NRT-LABEL                       PIC X(34).
          05 NRT-AMOUNT                      PIC -$$,$$$,$$9.99.
          05                                 PIC X(32) VALUE SPACES.

      * Operator sign-on and the shared OPCHECK permission check -
      * the NSFENTRY function gates this program through the matrix
      * (no matrix on file falls back to the level-2 compare) and
      * clearing a client's hold takes NSFCLEAR (level 3).

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared PERIODCHK closed-period
      * check.

       COPY PERIODWS.

       01 WS-SIGNON-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.

      * Files

       01 WS-FILES.
          05 UT-SYS-NSFLOG                   PIC X(60)
          VALUE "C:\COBOL\NSFChecks.txt".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-ARFILE                   PIC X(60)
          VALUE "C:\COBOL\ARCharges.txt".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-NSFRPT                   PIC X(60)
          VALUE "C:\COBOL\NSFReport.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, LOADS THE NSF LOG, AND
      * RUNS THE MENU UNTIL THE USER QUITS.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 100-LOAD-NSF-LOG THRU 100-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE NSFENTRY
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
           MOVE "NSFCHECK" TO SO-PROGRAM
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
           MOVE "NSFENTRY" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE NSFENTRY FUNCTION - "
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
      * 100-LOAD-NSF-LOG PULLS THE WHOLE NSF LOG INTO THE TABLE. THE
      * LOG IS OPTIONAL - THE FIRST RETURNED CHECK CREATES IT.
      ******************************************************************
       100-LOAD-NSF-LOG.
           OPEN INPUT NSF-LOG-FILE
           IF WS-NSFLOG-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-NSF THRU 110-EXIT
               UNTIL WS-NSF-EOF = "YES"
           CLOSE NSF-LOG-FILE.
       100-EXIT.

       110-READ-NSF.
           READ NSF-LOG-FILE
               AT END
                   MOVE "YES" TO WS-NSF-EOF
               NOT AT END
                   IF WS-NSF-COUNT < 1000
                       PERFORM 120-KEEP-NSF THRU 120-EXIT
                   END-IF
           END-READ.
       110-EXIT.

      * Adds the record in NSF-RECORD to the table - used by the load
      * and after every new entry is written.

       120-KEEP-NSF.
           ADD 1 TO WS-NSF-COUNT
           SET NSF-IDX TO WS-NSF-COUNT
           MOVE NSF-INVOICE-NUMBER TO WS-NSF-INVOICE (NSF-IDX)
           MOVE NSF-CLIENT-NO TO WS-NSF-CLIENT (NSF-IDX)
           MOVE NSF-ENTRY-TYPE TO WS-NSF-TYPE (NSF-IDX)
           MOVE NSF-CHECK-AMT TO WS-NSF-AMOUNT (NSF-IDX)
           MOVE NSF-BANK-FEE TO WS-NSF-FEE (NSF-IDX)
           MOVE NSF-DATE TO WS-NSF-DATE (NSF-IDX).
       120-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MENU AND ROUTES TO THE CHOSEN
      * OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "RETURNED CHECK (NSF) PROCESSING"
           DISPLAY "E - ENTER A RETURNED CHECK"
           DISPLAY "R - RECORD A RECOVERY AGAINST A RETURNED CHECK"
           DISPLAY "C - CLEAR A CLIENT'S CHECK HOLD (SUPERVISOR)"
           DISPLAY "M - MONTHLY NSF REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "E"
               WHEN "e"
                   PERFORM 400-ENTER-RETURNED THRU 400-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 500-RECORD-RECOVERY THRU 500-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 600-CLEAR-HOLD THRU 600-EXIT
               WHEN "M"
               WHEN "m"
                   PERFORM 700-MONTHLY-REPORT THRU 700-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 400-ENTER-RETURNED TAKES THE BANK'S RETURN NOTICE AGAINST AN
      * INVOICE. THE INVOICE MUST HAVE BEEN PAID AT LEAST PARTLY BY
      * CHECK, AND THE RETURNED AMOUNT (WITH ANY EARLIER RETURN ON
      * THE SAME INVOICE) CAN NEVER EXCEED THE CHECK TENDER. THE
      * RETURNED AMOUNT AND FEE GO ON THE LOG AND, TOGETHER, ON THE
      * HOUSE CHARGE FILE; THE CLIENT GOES ON CHECK HOLD.
      ******************************************************************
       400-ENTER-RETURNED.
           DISPLAY "ENTER INVOICE NUMBER"
           ACCEPT WS-INPUT-INVOICE
           PERFORM 410-FIND-INVOICE THRU 410-EXIT
           IF WS-HIST-FOUND = "NO"
               DISPLAY "INVOICE NOT ON HISTORY - NOTHING ENTERED"
               GO TO 400-EXIT
           END-IF
           IF WS-INV-CHECK-AMT = ZEROS
               DISPLAY "NO CHECK TENDER ON THAT INVOICE - NOTHING "
                   "ENTERED"
               GO TO 400-EXIT
           END-IF
           MOVE ZEROS TO WS-ALREADY-RETURNED
           PERFORM VARYING WS-NSF-SUB FROM 1 BY 1
               UNTIL WS-NSF-SUB > WS-NSF-COUNT
               IF WS-NSF-INVOICE (WS-NSF-SUB) = WS-INPUT-INVOICE
                   AND WS-NSF-TYPE (WS-NSF-SUB) = "R"
                   ADD WS-NSF-AMOUNT (WS-NSF-SUB)
                       TO WS-ALREADY-RETURNED
               END-IF
           END-PERFORM
           DISPLAY "CLIENT " WS-INV-CLIENT "  SOLD " WS-INV-DATE
               "  CHECK TENDER " WS-INV-CHECK-AMT
           IF WS-ALREADY-RETURNED NOT < WS-INV-CHECK-AMT
               DISPLAY "THE WHOLE CHECK IS ALREADY ENTERED AS RETURNED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER RETURNED AMOUNT (99999.99, 0 = WHOLE CHECK)"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = ZEROS
               COMPUTE WS-INPUT-AMOUNT =
                   WS-INV-CHECK-AMT - WS-ALREADY-RETURNED
           END-IF
           IF WS-INPUT-AMOUNT + WS-ALREADY-RETURNED > WS-INV-CHECK-AMT
               DISPLAY "MORE THAN THE CHECK TENDER - NOTHING ENTERED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER BANK FEE CHARGED ON (999.99)"
           ACCEPT WS-INPUT-FEE
           PERFORM 805-CHECK-PERIOD THRU 805-EXIT
           IF PC-ALLOWED NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE WS-INPUT-INVOICE TO NSF-INVOICE-NUMBER
           MOVE WS-INV-CLIENT TO NSF-CLIENT-NO
           MOVE "R" TO NSF-ENTRY-TYPE
           MOVE WS-INPUT-AMOUNT TO NSF-CHECK-AMT
           MOVE WS-INPUT-FEE TO NSF-BANK-FEE
           PERFORM 800-WRITE-NSF-LOG THRU 800-EXIT
           COMPUTE WS-AR-TOTAL = WS-INPUT-AMOUNT + WS-INPUT-FEE
           MOVE "N" TO AR-TYPE
           PERFORM 810-POST-AR THRU 810-EXIT
           MOVE WS-INV-CLIENT TO WS-CLIENT-KEY
           MOVE "Y" TO WS-CONFIRM
           PERFORM 820-SET-HOLD THRU 820-EXIT
           DISPLAY "RETURNED CHECK ENTERED - " WS-AR-TOTAL
               " CHARGED TO CLIENT " WS-INV-CLIENT.
       400-EXIT.

      ******************************************************************
      * 410-FIND-INVOICE READS THE HISTORY FOR THE FIRST LINE OF THE
      * KEYED INVOICE (EVERY LINE CARRIES THE SAME TENDERS).
      ******************************************************************
       410-FIND-INVOICE.
           MOVE "NO" TO WS-HIST-FOUND WS-HIST-EOF
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS NOT = "00"
               GO TO 410-EXIT
           END-IF
           PERFORM 420-READ-HISTORY THRU 420-EXIT
               UNTIL WS-HIST-EOF = "YES" OR WS-HIST-FOUND = "YES"
           CLOSE INVOICE-HISTORY-FILE.
       410-EXIT.

       420-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
               NOT AT END
                   IF HIST-INVOICE-NUMBER = WS-INPUT-INVOICE
                       MOVE "YES" TO WS-HIST-FOUND
                       MOVE HIST-CLIENT-NO TO WS-INV-CLIENT
                       MOVE HIST-PAY-CHECK-AMT TO WS-INV-CHECK-AMT
                       MOVE HIST-INVOICE-DATE TO WS-INV-DATE
                   END-IF
           END-READ.
       420-EXIT.

      ******************************************************************
      * 500-RECORD-RECOVERY TAKES MONEY RECOVERED AGAINST AN INVOICE'S
      * RETURNED CHECK - NEVER MORE THAN IS STILL OUTSTANDING ON IT -
      * AND POSTS IT TO THE HOUSE CHARGE FILE AS A PAYMENT. PAYING IT
      * OFF DOES NOT LIFT THE HOLD; A SUPERVISOR DECIDES THAT.
      ******************************************************************
       500-RECORD-RECOVERY.
           DISPLAY "ENTER INVOICE NUMBER"
           ACCEPT WS-INPUT-INVOICE
           MOVE ZEROS TO WS-OUTSTANDING
           MOVE SPACES TO WS-INV-CLIENT
           PERFORM VARYING WS-NSF-SUB FROM 1 BY 1
               UNTIL WS-NSF-SUB > WS-NSF-COUNT
               IF WS-NSF-INVOICE (WS-NSF-SUB) = WS-INPUT-INVOICE
                   EVALUATE WS-NSF-TYPE (WS-NSF-SUB)
                       WHEN "R"
                           MOVE WS-NSF-CLIENT (WS-NSF-SUB)
                               TO WS-INV-CLIENT
                           ADD WS-NSF-AMOUNT (WS-NSF-SUB)
                               WS-NSF-FEE (WS-NSF-SUB)
                               TO WS-OUTSTANDING
                       WHEN "P"
                           SUBTRACT WS-NSF-AMOUNT (WS-NSF-SUB)
                               FROM WS-OUTSTANDING
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-OUTSTANDING NOT > ZEROS
               DISPLAY "NOTHING OUTSTANDING ON A RETURNED CHECK FOR "
                   "THAT INVOICE"
               GO TO 500-EXIT
           END-IF
           DISPLAY "OUTSTANDING: " WS-OUTSTANDING
           DISPLAY "ENTER AMOUNT RECOVERED (99999.99)"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = ZEROS
               DISPLAY "ZERO RECOVERY - NOTHING POSTED"
               GO TO 500-EXIT
           END-IF
           IF WS-INPUT-AMOUNT > WS-OUTSTANDING
               DISPLAY "MORE THAN IS OUTSTANDING - NOTHING POSTED"
               GO TO 500-EXIT
           END-IF
           PERFORM 805-CHECK-PERIOD THRU 805-EXIT
           IF PC-ALLOWED NOT = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE WS-INPUT-INVOICE TO NSF-INVOICE-NUMBER
           MOVE WS-INV-CLIENT TO NSF-CLIENT-NO
           MOVE "P" TO NSF-ENTRY-TYPE
           MOVE WS-INPUT-AMOUNT TO NSF-CHECK-AMT
           MOVE ZEROS TO NSF-BANK-FEE
           PERFORM 800-WRITE-NSF-LOG THRU 800-EXIT
           MOVE WS-INPUT-AMOUNT TO WS-AR-TOTAL
           MOVE "P" TO AR-TYPE
           PERFORM 810-POST-AR THRU 810-EXIT
           SUBTRACT WS-INPUT-AMOUNT FROM WS-OUTSTANDING
           DISPLAY "RECOVERY POSTED - STILL OUTSTANDING "
               WS-OUTSTANDING
           IF WS-OUTSTANDING = ZEROS
               DISPLAY "PAID IN FULL - THE CHECK HOLD STAYS UNTIL A "
                   "SUPERVISOR CLEARS IT"
           END-IF.
       500-EXIT.

      ******************************************************************
      * 600-CLEAR-HOLD LIFTS A CLIENT'S CHECK HOLD. IT ASKS OPCHECK
      * FOR THE NSFCLEAR FUNCTION FIRST (SUPERVISOR LEVEL WITH NO
      * MATRIX ON FILE) AND SHOWS WHAT IS STILL OUTSTANDING BEFORE
      * THE SUPERVISOR CONFIRMS.
      ******************************************************************
       600-CLEAR-HOLD.
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "NSFCLEAR" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "CLEARING A CHECK HOLD NEEDS THE NSFCLEAR "
                   "FUNCTION"
               GO TO 600-EXIT
           END-IF
           DISPLAY "ENTER CLIENT NUMBER"
           ACCEPT WS-INPUT-CLIENT
           MOVE WS-INPUT-CLIENT TO WS-CLIENT-KEY
           MOVE ZEROS TO WS-OUTSTANDING
           PERFORM VARYING WS-NSF-SUB FROM 1 BY 1
               UNTIL WS-NSF-SUB > WS-NSF-COUNT
               IF WS-NSF-CLIENT (WS-NSF-SUB) = WS-CLIENT-KEY
                   EVALUATE WS-NSF-TYPE (WS-NSF-SUB)
                       WHEN "R"
                           ADD WS-NSF-AMOUNT (WS-NSF-SUB)
                               WS-NSF-FEE (WS-NSF-SUB)
                               TO WS-OUTSTANDING
                       WHEN "P"
                           SUBTRACT WS-NSF-AMOUNT (WS-NSF-SUB)
                               FROM WS-OUTSTANDING
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY "RETURNED CHECKS STILL OUTSTANDING: " WS-OUTSTANDING
           DISPLAY "CLEAR THE CHECK HOLD FOR CLIENT " WS-CLIENT-KEY
               "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "HOLD LEFT IN PLACE"
               GO TO 600-EXIT
           END-IF
           MOVE SPACE TO WS-CONFIRM
           PERFORM 820-SET-HOLD THRU 820-EXIT
           IF WS-CLIENTMS-STATUS NOT = "00"
               GO TO 600-EXIT
           END-IF
           MOVE ZEROS TO NSF-INVOICE-NUMBER NSF-CHECK-AMT NSF-BANK-FEE
           MOVE WS-CLIENT-KEY TO NSF-CLIENT-NO
           MOVE "C" TO NSF-ENTRY-TYPE
           PERFORM 800-WRITE-NSF-LOG THRU 800-EXIT
           DISPLAY "CHECK HOLD CLEARED".
       600-EXIT.

      ******************************************************************
      * 700-MONTHLY-REPORT SUMMARIZES THE LOG PER INVOICE AND PRINTS
      * EVERY RETURNED CHECK STILL OUTSTANDING, PLUS ANY RETURNED OR
      * RECOVERED IN THE KEYED MONTH, WITH THE MONTH'S TOTALS AND THE
      * TOTAL STILL OUTSTANDING.
      ******************************************************************
       700-MONTHLY-REPORT.
           DISPLAY "ENTER REPORT MONTH (YYYYMM, 0 FOR THIS MONTH)"
           ACCEPT WS-INPUT-MONTH
           IF WS-INPUT-MONTH = ZEROS
               MOVE WS-TODAY (1:6) TO WS-INPUT-MONTH
           END-IF
           MOVE ZEROS TO WS-SUM-COUNT WS-MONTH-RETURNED
               WS-MONTH-RECOVERED WS-TOTAL-OUTSTANDING WS-REPORT-LINES
           PERFORM VARYING WS-NSF-SUB FROM 1 BY 1
               UNTIL WS-NSF-SUB > WS-NSF-COUNT
               IF WS-NSF-TYPE (WS-NSF-SUB) = "R"
                   OR WS-NSF-TYPE (WS-NSF-SUB) = "P"
                   PERFORM 710-SUMMARIZE-ENTRY THRU 710-EXIT
               END-IF
           END-PERFORM
           OPEN OUTPUT NSF-REPORT-FILE
           MOVE WS-INPUT-MONTH TO NRH-MONTH
           WRITE REPORT-RECORD FROM NR-HEADING1
           WRITE REPORT-RECORD FROM NR-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 730-WRITE-INVOICE-LINE THRU 730-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
           MOVE "RETURNED THIS MONTH (WITH FEES)" TO NRT-LABEL
           MOVE WS-MONTH-RETURNED TO NRT-AMOUNT
           WRITE REPORT-RECORD FROM NR-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           MOVE "RECOVERED THIS MONTH" TO NRT-LABEL
           MOVE WS-MONTH-RECOVERED TO NRT-AMOUNT
           WRITE REPORT-RECORD FROM NR-TOTAL-LINE
           MOVE "TOTAL STILL OUTSTANDING" TO NRT-LABEL
           MOVE WS-TOTAL-OUTSTANDING TO NRT-AMOUNT
           WRITE REPORT-RECORD FROM NR-TOTAL-LINE
           CLOSE NSF-REPORT-FILE
           DISPLAY "NSF REPORT WRITTEN - INVOICES: " WS-REPORT-LINES.
       700-EXIT.

      * Rolls one log entry into its invoice's summary entry.

       710-SUMMARIZE-ENTRY.
           MOVE "NO" TO WS-SUM-FOUND
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > WS-SUM-COUNT OR WS-SUM-FOUND = "YES"
               IF WS-SUM-INVOICE (SUM-IDX) = WS-NSF-INVOICE (WS-NSF-SUB)
                   MOVE "YES" TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = "YES"
               SET SUM-IDX DOWN BY 1
           ELSE
               IF WS-SUM-COUNT >= 500
                   GO TO 710-EXIT
               END-IF
               ADD 1 TO WS-SUM-COUNT
               SET SUM-IDX TO WS-SUM-COUNT
               MOVE WS-NSF-INVOICE (WS-NSF-SUB)
                   TO WS-SUM-INVOICE (SUM-IDX)
               MOVE WS-NSF-CLIENT (WS-NSF-SUB)
                   TO WS-SUM-CLIENT (SUM-IDX)
               MOVE WS-NSF-DATE (WS-NSF-SUB)
                   TO WS-SUM-RETURN-DATE (SUM-IDX)
               MOVE ZEROS TO WS-SUM-RETURNED (SUM-IDX)
                   WS-SUM-FEES (SUM-IDX) WS-SUM-RECOVERED (SUM-IDX)
               MOVE "NO" TO WS-SUM-MONTH-ACTIVITY (SUM-IDX)
           END-IF
           IF WS-NSF-DATE (WS-NSF-SUB) (1:6) = WS-INPUT-MONTH
               MOVE "YES" TO WS-SUM-MONTH-ACTIVITY (SUM-IDX)
           END-IF
           IF WS-NSF-TYPE (WS-NSF-SUB) = "R"
               ADD WS-NSF-AMOUNT (WS-NSF-SUB)
                   TO WS-SUM-RETURNED (SUM-IDX)
               ADD WS-NSF-FEE (WS-NSF-SUB) TO WS-SUM-FEES (SUM-IDX)
               IF WS-NSF-DATE (WS-NSF-SUB) (1:6) = WS-INPUT-MONTH
                   ADD WS-NSF-AMOUNT (WS-NSF-SUB)
                       WS-NSF-FEE (WS-NSF-SUB) TO WS-MONTH-RETURNED
               END-IF
           ELSE
               ADD WS-NSF-AMOUNT (WS-NSF-SUB)
                   TO WS-SUM-RECOVERED (SUM-IDX)
               IF WS-NSF-DATE (WS-NSF-SUB) (1:6) = WS-INPUT-MONTH
                   ADD WS-NSF-AMOUNT (WS-NSF-SUB) TO WS-MONTH-RECOVERED
               END-IF
           END-IF.
       710-EXIT.

      * Prints one invoice if it is still outstanding or moved in the
      * month - a check paid off in an earlier month drops off.

       730-WRITE-INVOICE-LINE.
           COMPUTE WS-OUTSTANDING = WS-SUM-RETURNED (WS-SUM-SUB)
               + WS-SUM-FEES (WS-SUM-SUB)
               - WS-SUM-RECOVERED (WS-SUM-SUB)
           IF WS-OUTSTANDING = ZEROS
               AND WS-SUM-MONTH-ACTIVITY (WS-SUM-SUB) = "NO"
               GO TO 730-EXIT
           END-IF
           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING
           MOVE WS-SUM-INVOICE (WS-SUM-SUB) TO NRD-INVOICE
           MOVE WS-SUM-CLIENT (WS-SUM-SUB) TO NRD-CLIENT
           MOVE WS-SUM-RETURN-DATE (WS-SUM-SUB) TO NRD-DATE
           MOVE WS-SUM-RETURNED (WS-SUM-SUB) TO NRD-CHECK-AMT
           MOVE WS-SUM-FEES (WS-SUM-SUB) TO NRD-FEE
           MOVE WS-SUM-RECOVERED (WS-SUM-SUB) TO NRD-RECOVERED
           MOVE WS-OUTSTANDING TO NRD-OUTSTANDING
           EVALUATE TRUE
               WHEN WS-OUTSTANDING = ZEROS
                   MOVE "RECOVERED" TO NRD-FLAG
               WHEN WS-SUM-RETURN-DATE (WS-SUM-SUB) (1:6)
                       = WS-INPUT-MONTH
                   MOVE "NEW" TO NRD-FLAG
               WHEN OTHER
                   MOVE SPACES TO NRD-FLAG
           END-EVALUATE
           WRITE REPORT-RECORD FROM NR-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINES.
       730-EXIT.

      ******************************************************************
      * 800-WRITE-NSF-LOG APPENDS THE ENTRY BUILT IN NSF-RECORD,
      * STAMPED WITH TODAY AND THE OPERATOR, AND KEEPS IT IN THE
      * TABLE FOR THE REST OF THE SESSION.
      ******************************************************************
       800-WRITE-NSF-LOG.
           MOVE WS-TODAY TO NSF-DATE
           MOVE WS-OPERATOR-ID TO NSF-OPERATOR-ID
           OPEN EXTEND NSF-LOG-FILE
           IF WS-NSFLOG-STATUS NOT = "00"
               OPEN OUTPUT NSF-LOG-FILE
           END-IF
           WRITE NSF-RECORD
           CLOSE NSF-LOG-FILE
           IF WS-NSF-COUNT < 1000
               PERFORM 120-KEEP-NSF THRU 120-EXIT
           END-IF.
       800-EXIT.

      ******************************************************************
      * 805-CHECK-PERIOD ASKS PERIODCHK WHETHER TODAY'S MONTH IS STILL
      * OPEN BEFORE AN ENTRY GOES ON THE NSF LOG AND THE HOUSE CHARGE
      * FILE, SO A CLOSED MONTH GETS NEITHER. PC-ALLOWED TELLS THE
      * CALLER.
      ******************************************************************
       805-CHECK-PERIOD.
           MOVE WS-TODAY TO PC-POST-DATE
           MOVE "NSFCHECK" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE SPACES TO PC-DETAIL
           STRING "NSF INVOICE " DELIMITED BY SIZE
               WS-INPUT-INVOICE DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-TODAY " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING POSTED"
           END-IF.
       805-EXIT.

      ******************************************************************
      * 810-POST-AR APPENDS WS-AR-TOTAL TO THE HOUSE CHARGE FILE
      * AGAINST THE INVOICE'S CLIENT - AR-TYPE IS SET BY THE CALLER.
      ******************************************************************
       810-POST-AR.
           OPEN EXTEND AR-CHARGE-FILE
           IF WS-ARFILE-STATUS NOT = "00"
               OPEN OUTPUT AR-CHARGE-FILE
           END-IF
           MOVE WS-INV-CLIENT TO AR-CLIENT-NO
           MOVE WS-AR-TOTAL TO AR-AMOUNT
           MOVE WS-INPUT-INVOICE TO AR-INVOICE-NUMBER
           MOVE WS-TODAY TO AR-DATE
           WRITE AR-RECORD
           CLOSE AR-CHARGE-FILE.
       810-EXIT.

      ******************************************************************
      * 820-SET-HOLD MOVES WS-CONFIRM ("Y" TO SET, SPACE TO CLEAR)
      * TO THE CHECK HOLD ON WS-CLIENT-KEY'S MASTER RECORD.
      * WS-CLIENTMS-STATUS TELLS THE CALLER WHETHER IT TOOK.
      ******************************************************************
       820-SET-HOLD.
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CLIENT MASTER - STATUS "
                   WS-CLIENTMS-STATUS " - HOLD NOT CHANGED"
               GO TO 820-EXIT
           END-IF
           MOVE WS-CLIENT-KEY TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENT " WS-CLIENT-KEY
                       " NOT ON MASTER - HOLD NOT CHANGED"
               NOT INVALID KEY
                   MOVE WS-CONFIRM TO CM-NSF-HOLD
                   REWRITE CM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "HOLD NOT CHANGED - STATUS "
                               WS-CLIENTMS-STATUS
                   END-REWRITE
           END-READ
           CLOSE CLIENT-MASTER-FILE.
       820-EXIT.
