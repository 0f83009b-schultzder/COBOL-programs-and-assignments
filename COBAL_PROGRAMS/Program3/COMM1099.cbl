       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COMM1099.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Year-end 1099-NEC reporting for the commissioned outside
      * agents (TAX1099 function). Every January someone totaled
      * COMMPAY's payment history (CommissionPayments.txt) by hand to
      * fill in the forms; this run does it from the file:
      *
      *   M  maintains the 1099 details on the salesperson master
      *      (see copybooks/SALESPER.cpy) - legal name, tax ID and
      *      type, mailing address, and the 1099-eligible flag. The
      *      master is rewritten whole.
      *   Y  the year-end run for a keyed calendar year. Each
      *      salesperson's commissions paid in the year are totaled
      *      off the payment history - a reversed payment is a
      *      negative line there, so the total is net of reversals.
      *      Every 1099-eligible agent paid at least the reporting
      *      threshold with a tax ID on file gets a recipient copy
      *      (Form1099Copies.txt, spooled) and a payee record on the
      *      electronic filing file (IRS1099NEC.txt) in the IRS
      *      fixed 750-byte layout - transmitter (T), payer (A), one
      *      payee (B) per agent, end of payer (C) and end of
      *      transmission (F) records. The summary (1099Summary.txt)
      *      shows every salesperson paid in the year with what was
      *      done with them, and lists separately everyone over the
      *      threshold who is missing a tax ID - they are held off
      *      the copies and the filing file until the master is
      *      fixed and the run is repeated.
      *
      * The reporting threshold defaults to $2,000.00 for payments
      * from 2026 on and $600.00 before, and may be keyed over.
      *
      * The payer (this company) is described by a one-line payer
      * file (Payer1099.txt). Without the payer's tax ID no filing
      * file is written. Layout (any field may be blank):
      *   1 -   9  payer federal tax ID
      *  10 -  14  IRS transmitter control code
      *  15 -  54  payer name
      *  55 -  94  payer mailing address
      *  95 - 134  payer city
      * 135 - 136  payer state
      * 137 - 145  payer ZIP code
      * 146 - 160  payer telephone
      * 161 - 200  contact name
      * 201 - 250  contact email address
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the salesperson master.

       SELECT SALESPERSON-FILE
              ASSIGN TO UT-SYS-SPMASTER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SPFILE-STATUS.

      * Select statement for the commission payment history.

       SELECT PAYMENT-HISTORY-FILE
              ASSIGN TO UT-SYS-PAYHIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYHIST-STATUS.

      * Select statement for the payer file.

       SELECT PAYER-FILE
              ASSIGN TO UT-SYS-PAYER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYER-STATUS.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
              ASSIGN TO UT-SYS-OPERATOR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the electronic filing file - fixed
      * 750-byte records with no line ends, as the IRS takes them.

       SELECT IRS-FILING-FILE
              ASSIGN TO UT-SYS-IRSFILE
              ORGANIZATION IS SEQUENTIAL.

      * Select statement for the recipient copies.

       SELECT RECIPIENT-COPY-FILE
              ASSIGN TO UT-SYS-1099COPY
              ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the year-end summary.

       SELECT SUMMARY-REPORT-FILE
              ASSIGN TO UT-SYS-1099SUMM
              ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the salesperson master.

       FD  SALESPERSON-FILE
           RECORD CONTAINS 169 CHARACTERS.
       COPY SALESPER.

      * File description for the commission payment history - must
      * stay in step with PAYMENT-HISTORY-RECORD in COMMPAY.cbl.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  PAYMENT-HISTORY-RECORD.
           05 PH-PAYMENT-DATE                PIC 9(8).
           05 PH-SALESPERSON-ID              PIC X(4).
           05 PH-AMOUNT-PAID                 PIC S9(9)V99.
           05 PH-UNUSED                      PIC X.

      * File description for the payer file.

       FD  PAYER-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  PAYER-RECORD.
           05 PY-TAX-ID                      PIC X(9).
           05 PY-TCC                         PIC X(5).
           05 PY-NAME                        PIC X(40).
           05 PY-ADDRESS                     PIC X(40).
           05 PY-CITY                        PIC X(40).
           05 PY-STATE                       PIC XX.
           05 PY-ZIP                         PIC X(9).
           05 PY-PHONE                       PIC X(15).
           05 PY-CONTACT                     PIC X(40).
           05 PY-EMAIL                       PIC X(50).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the electronic filing file. The five
      * record types share the 750 bytes, told apart by position 1.

       FD  IRS-FILING-FILE
           RECORD CONTAINS 750 CHARACTERS.
       01  IRS-T-RECORD.
           05 IRT-TYPE                       PIC X.
           05 IRT-YEAR                       PIC 9(4).
           05 IRT-PRIOR-YEAR                 PIC X.
           05 IRT-TIN                        PIC X(9).
           05 IRT-TCC                        PIC X(5).
           05                                PIC X(7).
           05 IRT-TEST-FILE                  PIC X.
           05 IRT-FOREIGN                    PIC X.
           05 IRT-NAME                       PIC X(40).
           05 IRT-NAME-2                     PIC X(40).
           05 IRT-COMPANY                    PIC X(40).
           05 IRT-COMPANY-2                  PIC X(40).
           05 IRT-ADDRESS                    PIC X(40).
           05 IRT-CITY                       PIC X(40).
           05 IRT-STATE                      PIC XX.
           05 IRT-ZIP                        PIC X(9).
           05                                PIC X(15).
           05 IRT-PAYEE-COUNT                PIC 9(8).
           05 IRT-CONTACT                    PIC X(40).
           05 IRT-PHONE                      PIC X(15).
           05 IRT-EMAIL                      PIC X(50).
           05                                PIC X(91).
           05 IRT-SEQUENCE                   PIC 9(8).
           05                                PIC X(10).
           05 IRT-VENDOR-IND                 PIC X.
           05                                PIC X(232).
       01  IRS-A-RECORD.
           05 IRA-TYPE                       PIC X.
           05 IRA-YEAR                       PIC 9(4).
           05 IRA-CFSF                       PIC X.
           05                                PIC X(5).
           05 IRA-TIN                        PIC X(9).
           05 IRA-NAME-CONTROL               PIC X(4).
           05 IRA-LAST-FILING                PIC X.
           05 IRA-RETURN-TYPE                PIC XX.
           05 IRA-AMOUNT-CODES               PIC X(18).
           05                                PIC X(6).
           05 IRA-FOREIGN                    PIC X.
           05 IRA-NAME                       PIC X(40).
           05 IRA-NAME-2                     PIC X(40).
           05 IRA-TRANSFER-AGENT             PIC X.
           05 IRA-ADDRESS                    PIC X(40).
           05 IRA-CITY                       PIC X(40).
           05 IRA-STATE                      PIC XX.
           05 IRA-ZIP                        PIC X(9).
           05 IRA-PHONE                      PIC X(15).
           05                                PIC X(260).
           05 IRA-SEQUENCE                   PIC 9(8).
           05                                PIC X(243).
       01  IRS-B-RECORD.
           05 IRB-TYPE                       PIC X.
           05 IRB-YEAR                       PIC 9(4).
           05 IRB-CORRECTED                  PIC X.
           05 IRB-NAME-CONTROL               PIC X(4).
           05 IRB-TIN-TYPE                   PIC X.
           05 IRB-TIN                        PIC X(9).
           05 IRB-ACCOUNT                    PIC X(20).
           05 IRB-OFFICE                     PIC X(4).
           05                                PIC X(10).
           05 IRB-AMOUNT-1                   PIC 9(10)V99.
           05 IRB-OTHER-AMOUNTS.
              10 IRB-OTHER-AMOUNT OCCURS 16 TIMES
                                             PIC 9(10)V99.
           05                                PIC X(28).
           05 IRB-FOREIGN                    PIC X.
           05 IRB-NAME                       PIC X(40).
           05 IRB-NAME-2                     PIC X(40).
           05 IRB-ADDRESS                    PIC X(40).
           05                                PIC X(40).
           05 IRB-CITY                       PIC X(40).
           05 IRB-STATE                      PIC XX.
           05 IRB-ZIP                        PIC X(9).
           05                                PIC X.
           05 IRB-SEQUENCE                   PIC 9(8).
           05                                PIC X(36).
           05 IRB-SECOND-TIN-NOTICE          PIC X.
           05                                PIC XX.
           05 IRB-DIRECT-SALES               PIC X.
           05 IRB-FATCA                      PIC X.
           05                                PIC X(174).
           05 IRB-STATE-TAX                  PIC 9(10)V99.
           05 IRB-LOCAL-TAX                  PIC 9(10)V99.
           05 IRB-COMBINED-CODE              PIC XX.
           05                                PIC XX.
       01  IRS-C-RECORD.
           05 IRC-TYPE                       PIC X.
           05 IRC-PAYEE-COUNT                PIC 9(8).
           05                                PIC X(6).
           05 IRC-TOTAL-1                    PIC 9(16)V99.
           05 IRC-OTHER-TOTALS.
              10 IRC-OTHER-TOTAL OCCURS 16 TIMES
                                             PIC 9(16)V99.
           05                                PIC X(178).
           05 IRC-SEQUENCE                   PIC 9(8).
           05                                PIC X(243).
       01  IRS-F-RECORD.
           05 IRF-TYPE                       PIC X.
           05 IRF-A-COUNT                    PIC 9(8).
           05 IRF-ZEROS                      PIC 9(21).
           05                                PIC X(19).
           05 IRF-PAYEE-COUNT                PIC 9(8).
           05                                PIC X(442).
           05 IRF-SEQUENCE                   PIC 9(8).
           05                                PIC X(243).

      * File description for the recipient copies.

       FD  RECIPIENT-COPY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COPY-RECORD                       PIC X(80).

      * File description for the year-end summary.

       FD  SUMMARY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SUMMARY-RECORD                    PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SPFILE-STATUS                PIC XX.
          05 WS-PAYHIST-STATUS               PIC XX.
          05 WS-PAYER-STATUS                 PIC XX.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-FILE-EOF                     PIC XXX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.
          05 WS-RUN-MODE                     PIC X.
          05 WS-TODAY                        PIC 9(8).
          05 WS-SM-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-SM-FOUND                     PIC XXX.
          05 WS-INPUT-ID                     PIC X(4).
          05 WS-INPUT-TEXT                   PIC X(40).
          05 WS-MAINT-DONE                   PIC XXX.
          05 WS-MAINT-CHANGED                PIC XXX VALUE "NO".
          05 WS-TAX-YEAR                     PIC 9(4).
          05 WS-THIS-YEAR                    PIC 9(4).
          05 WS-THRESHOLD                    PIC 9(7)V99.
          05 WS-NEW-THRESHOLD                PIC 9(7)V99.
          05 WS-TEST-ANSWER                  PIC X.
          05 WS-PAYER-ON-FILE                PIC XXX VALUE "NO".
          05 WS-FILING                       PIC XXX VALUE "NO".
          05 WS-SEQUENCE                     PIC 9(8) VALUE 0.
          05 WS-REPORTED-COUNT               PIC 9(5) VALUE 0.
          05 WS-REPORTED-TOTAL               PIC 9(9)V99 VALUE 0.
          05 WS-MISSING-COUNT                PIC 9(5) VALUE 0.
          05 WS-MASKED-TIN                   PIC X(11).

      * The whole salesperson master, with each one's commissions
      * paid in the tax year and what the run did with them.

       01 WS-SM-TABLE.
          05 WS-SM-COUNT                     PIC 999 VALUE 0.
          05 WS-SM-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-SM-COUNT
               INDEXED BY SM-IDX.
             10 WS-SM-DATA                   PIC X(169).
             10 WS-SM-ON-MASTER              PIC X.
             10 WS-SM-PAID                   PIC S9(9)V99.
             10 WS-SM-RESULT                 PIC X(20).

      * Work copy of one salesperson master record.

       COPY SALESPER REPLACING LEADING ==SP== BY ==SW==.

      * The payer, off the payer file.

       01 WS-PAYER.
          05 WS-PY-TAX-ID                    PIC X(9) VALUE SPACES.
          05 WS-PY-TCC                       PIC X(5) VALUE SPACES.
          05 WS-PY-NAME                      PIC X(40) VALUE SPACES.
          05 WS-PY-ADDRESS                   PIC X(40) VALUE SPACES.
          05 WS-PY-CITY                      PIC X(40) VALUE SPACES.
          05 WS-PY-STATE                     PIC XX VALUE SPACES.
          05 WS-PY-ZIP                       PIC X(9) VALUE SPACES.
          05 WS-PY-PHONE                     PIC X(15) VALUE SPACES.
          05 WS-PY-CONTACT                   PIC X(40) VALUE SPACES.
          05 WS-PY-EMAIL                     PIC X(50) VALUE SPACES.

      * Summary report lines.

       01 SM-HEADING1.
          05                                 PIC X(34)
                 VALUE "1099-NEC YEAR-END SUMMARY - YEAR ".
          05 SMH-YEAR                        PIC 9(4).
          05                                 PIC X(14)
                                    VALUE "  THRESHOLD $".
          05 SMH-THRESHOLD                   PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(8)  VALUE "  RUN ".
          05 SMH-RUN-DATE                    PIC 9(8).
          05                                 PIC X(20) VALUE SPACES.

       01 SM-HEADING2.
          05                                 PIC X(6)  VALUE "ID".
          05                                 PIC X(41) VALUE "NAME".
          05                                 PIC X(12) VALUE "TAX ID".
          05                                 PIC X(16)
                                    VALUE "      PAID NET".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(20) VALUE "RESULT".
          05                                 PIC X(3)  VALUE SPACES.

       01 SM-DETAIL.
          05 SMD-ID                          PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 SMD-NAME                        PIC X(40).
          05                                 PIC X(1)  VALUE SPACES.
          05 SMD-TIN                         PIC X(11).
          05                                 PIC X(1)  VALUE SPACES.
          05 SMD-PAID                        PIC -$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05 SMD-RESULT                      PIC X(20).
          05                                 PIC X(3)  VALUE SPACES.

       01 SM-ADDRESS-LINE.
          05                                 PIC X(6)  VALUE SPACES.
          05 SMA-TEXT                        PIC X(60).
          05                                 PIC X(34) VALUE SPACES.

       01 SM-TOTAL-LINE.
          05 SMT-LABEL                       PIC X(40).
          05 SMT-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(4)  VALUE SPACES.
          05 SMT-AMOUNT                      PIC $$$,$$$,$$9.99.
          05                                 PIC X(36) VALUE SPACES.

      * Recipient copy lines.

       01 RC-RULE-LINE.
          05                                 PIC X(70) VALUE ALL "=".
          05                                 PIC X(10) VALUE SPACES.

       01 RC-TITLE-LINE.
          05                                 PIC X(40)
                 VALUE "FORM 1099-NEC  NONEMPLOYEE COMPENSATION ".
          05                                 PIC X(14)
                                    VALUE "CALENDAR YEAR ".
          05 RCT-YEAR                        PIC 9(4).
          05                                 PIC X(22) VALUE SPACES.

       01 RC-COPY-LINE.
          05                                 PIC X(40)
                 VALUE "COPY B - FOR RECIPIENT                  ".
          05                                 PIC X(40) VALUE SPACES.

       01 RC-LABEL-LINE.
          05 RCL-LABEL                       PIC X(28).
          05 RCL-VALUE                       PIC X(50).
          05                                 PIC X(2)  VALUE SPACES.

       01 RC-MONEY-LINE.
          05 RCM-LABEL                       PIC X(40).
          05 RCM-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(27) VALUE SPACES.

      * Parameter block for the shared OPCHECK function-permission
      * checker.

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared SPOOLER print spool.

       COPY SPOOLWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-SPMASTER                 PIC X(60)
          VALUE "C:\COBOL\SalespersonMaster.txt".
          05 UT-SYS-PAYHIST                  PIC X(60)
          VALUE "C:\COBOL\CommissionPayments.txt".
          05 UT-SYS-PAYER                    PIC X(60)
          VALUE "C:\COBOL\Payer1099.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-IRSFILE                  PIC X(60)
          VALUE "C:\COBOL\IRS1099NEC.txt".
          05 UT-SYS-1099COPY                 PIC X(60)
          VALUE "C:\COBOL\Form1099Copies.txt".
          05 UT-SYS-1099SUMM                 PIC X(60)
          VALUE "C:\COBOL\1099Summary.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, LOADS THE SALESPERSON
      * MASTER, AND ROUTES TO THE CHOSEN FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY (1:4) TO WS-THIS-YEAR
           PERFORM 100-LOAD-MASTER THRU 100-EXIT
           DISPLAY "1099 REPORTING - M=MAINTAIN 1099 DETAILS "
               "Y=YEAR-END RUN"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "M"
               WHEN "m"
                   PERFORM 200-MAINTAIN THRU 200-EXIT
               WHEN "Y"
               WHEN "y"
                   PERFORM 300-YEAR-END THRU 300-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE TAX1099
      * FUNCTION - TAX IDS ARE SHOWN AND CHANGED HERE.
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
           MOVE "COMM1099" TO SO-PROGRAM
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
           MOVE "TAX1099" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE TAX1099 FUNCTION - "
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
      * 100-LOAD-MASTER HOLDS THE WHOLE SALESPERSON MASTER. A MASTER
      * TOO BIG FOR THE TABLE IS NOT REWRITTEN BY MAINTENANCE.
      ******************************************************************
       100-LOAD-MASTER.
           OPEN INPUT SALESPERSON-FILE
           IF WS-SPFILE-STATUS NOT = "00"
               DISPLAY "NO SALESPERSON MASTER ON HAND - STATUS "
                   WS-SPFILE-STATUS
               GO TO 100-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 110-READ-MASTER THRU 110-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE SALESPERSON-FILE.
       100-EXIT.

       110-READ-MASTER.
           READ SALESPERSON-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 110-EXIT
           END-READ
           IF WS-SM-COUNT >= 100
               MOVE "YES" TO WS-SM-OVERFLOW
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-SM-COUNT
           SET SM-IDX TO WS-SM-COUNT
           MOVE SP-RECORD TO WS-SM-DATA (SM-IDX)
           MOVE "Y" TO WS-SM-ON-MASTER (SM-IDX)
           MOVE ZEROS TO WS-SM-PAID (SM-IDX)
           MOVE SPACES TO WS-SM-RESULT (SM-IDX).
       110-EXIT.

       120-FIND-SALESPERSON.
           MOVE "NO" TO WS-SM-FOUND
           IF WS-SM-COUNT > ZEROS
               SET SM-IDX TO 1
               SEARCH WS-SM-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-SM-DATA (SM-IDX) (1:4) = WS-INPUT-ID
                       MOVE "YES" TO WS-SM-FOUND
               END-SEARCH
           END-IF.
       120-EXIT.

      ******************************************************************
      * 200-MAINTAIN KEYS THE 1099 DETAILS ONE SALESPERSON AT A TIME
      * UNTIL A BLANK ID, THEN REWRITES THE MASTER IF ANYTHING
      * CHANGED. A BLANK REPLY KEEPS THE FIELD AS IT IS.
      ******************************************************************
       200-MAINTAIN.
           IF WS-SM-OVERFLOW = "YES"
               DISPLAY "SALESPERSON MASTER HOLDS MORE THAN 100 - "
                   "MAINTENANCE REFUSED"
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-MAINT-DONE
           PERFORM 210-MAINTAIN-ONE THRU 210-EXIT
               UNTIL WS-MAINT-DONE = "YES"
           IF WS-MAINT-CHANGED = "NO"
               DISPLAY "NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           OPEN OUTPUT SALESPERSON-FILE
           PERFORM 250-WRITE-MASTER THRU 250-EXIT
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
           CLOSE SALESPERSON-FILE
           DISPLAY "SALESPERSON MASTER REWRITTEN - " WS-SM-COUNT
               " RECORDS".
       200-EXIT.

       210-MAINTAIN-ONE.
           DISPLAY "SALESPERSON ID (BLANK = DONE)"
           MOVE SPACES TO WS-INPUT-ID
           ACCEPT WS-INPUT-ID
           IF WS-INPUT-ID = SPACES
               MOVE "YES" TO WS-MAINT-DONE
               GO TO 210-EXIT
           END-IF
           PERFORM 120-FIND-SALESPERSON THRU 120-EXIT
           IF WS-SM-FOUND = "NO"
               DISPLAY "SALESPERSON " WS-INPUT-ID " NOT ON MASTER"
               GO TO 210-EXIT
           END-IF
           MOVE WS-SM-DATA (SM-IDX) TO SW-RECORD
           DISPLAY SW-ID " " SW-NAME
           DISPLAY "  LEGAL NAME   " SW-LEGAL-NAME
           DISPLAY "  TAX ID       " SW-TAX-ID " TYPE " SW-TIN-TYPE
           DISPLAY "  ADDRESS      " SW-MAIL-ADDRESS
           DISPLAY "  CITY/ST/ZIP  " SW-MAIL-CITY " " SW-MAIL-STATE
               " " SW-MAIL-ZIP
           DISPLAY "  1099 AGENT   " SW-1099-FLAG
           DISPLAY "LEGAL NAME"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO SW-LEGAL-NAME
           END-IF
           DISPLAY "TAX ID TYPE (1 = EIN, 2 = SSN)"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT (1:1) = "1" OR WS-INPUT-TEXT (1:1) = "2"
               MOVE WS-INPUT-TEXT (1:1) TO SW-TIN-TYPE
           END-IF
           DISPLAY "TAX ID (9 DIGITS, NO DASHES)"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT NOT = SPACES
               IF WS-INPUT-TEXT (1:9) NUMERIC
                   AND WS-INPUT-TEXT (10:31) = SPACES
                   MOVE WS-INPUT-TEXT (1:9) TO SW-TAX-ID
               ELSE
                   DISPLAY "TAX ID MUST BE 9 DIGITS - NOT CHANGED"
               END-IF
           END-IF
           DISPLAY "MAILING ADDRESS"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO SW-MAIL-ADDRESS
           END-IF
           DISPLAY "CITY"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO SW-MAIL-CITY
           END-IF
           DISPLAY "STATE (2 LETTERS)"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT (1:2) TO SW-MAIL-STATE
           END-IF
           DISPLAY "ZIP CODE (5 OR 9 DIGITS)"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT (1:9) TO SW-MAIL-ZIP
           END-IF
           DISPLAY "1099 AGENT? (Y/N)"
           PERFORM 220-ACCEPT-TEXT THRU 220-EXIT
           EVALUATE WS-INPUT-TEXT (1:1)
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO SW-1099-FLAG
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO SW-1099-FLAG
           END-EVALUATE
           IF SW-1099-ELIGIBLE AND SW-TAX-ID = SPACES
               DISPLAY "WARNING - 1099 AGENT WITH NO TAX ID"
           END-IF
           MOVE SW-RECORD TO WS-SM-DATA (SM-IDX)
           MOVE "YES" TO WS-MAINT-CHANGED.
       210-EXIT.

       220-ACCEPT-TEXT.
           MOVE SPACES TO WS-INPUT-TEXT
           ACCEPT WS-INPUT-TEXT.
       220-EXIT.

       250-WRITE-MASTER.
           MOVE WS-SM-DATA (SM-IDX) TO SP-RECORD
           WRITE SP-RECORD.
       250-EXIT.

      ******************************************************************
      * 300-YEAR-END TOTALS THE YEAR'S PAYMENTS, DECIDES WHO IS
      * REPORTED, AND WRITES THE SUMMARY, THE RECIPIENT COPIES AND
      * THE FILING FILE.
      ******************************************************************
       300-YEAR-END.
           DISPLAY "TAX YEAR YYYY (0 = LAST YEAR)"
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR NOT NUMERIC OR WS-TAX-YEAR = ZEROS
               COMPUTE WS-TAX-YEAR = WS-THIS-YEAR - 1
           END-IF
           IF WS-TAX-YEAR < 2026
               MOVE 600.00 TO WS-THRESHOLD
           ELSE
               MOVE 2000.00 TO WS-THRESHOLD
           END-IF
           DISPLAY "REPORTING THRESHOLD IS " WS-THRESHOLD
               " - NEW THRESHOLD (0 = KEEP)"
           MOVE ZEROS TO WS-NEW-THRESHOLD
           ACCEPT WS-NEW-THRESHOLD
           IF WS-NEW-THRESHOLD NUMERIC AND WS-NEW-THRESHOLD > ZEROS
               MOVE WS-NEW-THRESHOLD TO WS-THRESHOLD
           END-IF
           DISPLAY "TEST FILE FOR THE IRS? (Y/N)"
           ACCEPT WS-TEST-ANSWER
           PERFORM 310-LOAD-PAYER THRU 310-EXIT
           PERFORM 320-TOTAL-PAYMENTS THRU 320-EXIT
           PERFORM 350-DECIDE-ONE THRU 350-EXIT
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
           PERFORM 400-PRINT-SUMMARY THRU 400-EXIT
           IF WS-REPORTED-COUNT = ZEROS
               DISPLAY "NO ONE TO REPORT FOR " WS-TAX-YEAR
               GO TO 300-EXIT
           END-IF
           PERFORM 500-PRINT-COPIES THRU 500-EXIT
           IF WS-PAYER-ON-FILE = "YES"
               PERFORM 600-WRITE-FILING THRU 600-EXIT
           ELSE
               DISPLAY "NO PAYER TAX ID ON Payer1099.txt - FILING FILE "
                   "NOT WRITTEN"
           END-IF
           DISPLAY WS-REPORTED-COUNT " 1099-NEC(S) TOTALING "
               WS-REPORTED-TOTAL " - " WS-MISSING-COUNT
               " MISSING TAX ID".
       300-EXIT.

       310-LOAD-PAYER.
           OPEN INPUT PAYER-FILE
           IF WS-PAYER-STATUS NOT = "00"
               GO TO 310-EXIT
           END-IF
           READ PAYER-FILE
               AT END
                   CLOSE PAYER-FILE
                   GO TO 310-EXIT
           END-READ
           MOVE PY-TAX-ID TO WS-PY-TAX-ID
           MOVE PY-TCC TO WS-PY-TCC
           MOVE PY-NAME TO WS-PY-NAME
           MOVE PY-ADDRESS TO WS-PY-ADDRESS
           MOVE PY-CITY TO WS-PY-CITY
           MOVE PY-STATE TO WS-PY-STATE
           MOVE PY-ZIP TO WS-PY-ZIP
           MOVE PY-PHONE TO WS-PY-PHONE
           MOVE PY-CONTACT TO WS-PY-CONTACT
           MOVE PY-EMAIL TO WS-PY-EMAIL
           CLOSE PAYER-FILE
           IF WS-PY-TAX-ID NUMERIC
               MOVE "YES" TO WS-PAYER-ON-FILE
           END-IF.
       310-EXIT.

      ******************************************************************
      * 320-TOTAL-PAYMENTS ADDS EVERY PAYMENT LINE DATED IN THE TAX
      * YEAR - REVERSALS ARE NEGATIVE LINES, SO THE TOTAL IS NET. A
      * SALESPERSON PAID BUT NO LONGER ON THE MASTER IS ADDED SO THE
      * MONEY STILL SHOWS ON THE SUMMARY.
      ******************************************************************
       320-TOTAL-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "NO COMMISSION PAYMENT HISTORY ON HAND"
               GO TO 320-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 330-READ-PAYMENT THRU 330-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE PAYMENT-HISTORY-FILE.
       320-EXIT.

       330-READ-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 330-EXIT
           END-READ
           IF PH-PAYMENT-DATE (1:4) NOT = WS-TAX-YEAR
               GO TO 330-EXIT
           END-IF
           MOVE PH-SALESPERSON-ID TO WS-INPUT-ID
           PERFORM 120-FIND-SALESPERSON THRU 120-EXIT
           IF WS-SM-FOUND = "NO"
               IF WS-SM-COUNT >= 100
                   DISPLAY "SALESPERSON TABLE FULL - PAYMENT TO "
                       PH-SALESPERSON-ID " NOT TOTALED"
                   GO TO 330-EXIT
               END-IF
               ADD 1 TO WS-SM-COUNT
               SET SM-IDX TO WS-SM-COUNT
               MOVE SPACES TO WS-SM-DATA (SM-IDX)
               MOVE PH-SALESPERSON-ID TO WS-SM-DATA (SM-IDX) (1:4)
               MOVE "N" TO WS-SM-ON-MASTER (SM-IDX)
               MOVE ZEROS TO WS-SM-PAID (SM-IDX)
           END-IF
           ADD PH-AMOUNT-PAID TO WS-SM-PAID (SM-IDX).
       330-EXIT.

      ******************************************************************
      * 350-DECIDE-ONE SETTLES WHAT THE RUN DOES WITH ONE
      * SALESPERSON.
      ******************************************************************
       350-DECIDE-ONE.
           MOVE WS-SM-DATA (SM-IDX) TO SW-RECORD
           EVALUATE TRUE
               WHEN WS-SM-PAID (SM-IDX) = ZEROS
                   MOVE SPACES TO WS-SM-RESULT (SM-IDX)
               WHEN WS-SM-ON-MASTER (SM-IDX) = "N"
                   MOVE "NOT ON MASTER" TO WS-SM-RESULT (SM-IDX)
               WHEN NOT SW-1099-ELIGIBLE
                   MOVE "NOT A 1099 AGENT" TO WS-SM-RESULT (SM-IDX)
               WHEN WS-SM-PAID (SM-IDX) < WS-THRESHOLD
                   MOVE "UNDER THRESHOLD" TO WS-SM-RESULT (SM-IDX)
               WHEN SW-TAX-ID NOT NUMERIC
                   MOVE "MISSING TAX ID" TO WS-SM-RESULT (SM-IDX)
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   MOVE "REPORTED" TO WS-SM-RESULT (SM-IDX)
                   ADD 1 TO WS-REPORTED-COUNT
                   ADD WS-SM-PAID (SM-IDX) TO WS-REPORTED-TOTAL
           END-EVALUATE.
       350-EXIT.

      ******************************************************************
      * 400-PRINT-SUMMARY LISTS EVERYONE PAID IN THE YEAR, THEN THE
      * AGENTS OVER THE THRESHOLD WITH NO TAX ID ON FILE.
      ******************************************************************
       400-PRINT-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE WS-TAX-YEAR TO SMH-YEAR
           MOVE WS-THRESHOLD TO SMH-THRESHOLD
           MOVE WS-TODAY TO SMH-RUN-DATE
           WRITE SUMMARY-RECORD FROM SM-HEADING1
           WRITE SUMMARY-RECORD FROM SM-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM 410-PRINT-ONE THRU 410-EXIT
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
           MOVE "1099-NEC FORMS" TO SMT-LABEL
           MOVE WS-REPORTED-COUNT TO SMT-COUNT
           MOVE WS-REPORTED-TOTAL TO SMT-AMOUNT
           WRITE SUMMARY-RECORD FROM SM-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           MOVE "OVER THRESHOLD - MISSING TAX ID" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
            AFTER ADVANCING 2 LINES
           IF WS-MISSING-COUNT = ZEROS
               MOVE "      NONE" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           ELSE
               PERFORM 420-PRINT-MISSING THRU 420-EXIT
                   VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > WS-SM-COUNT
           END-IF
           CLOSE SUMMARY-REPORT-FILE.
       400-EXIT.

       410-PRINT-ONE.
           IF WS-SM-RESULT (SM-IDX) = SPACES
               GO TO 410-EXIT
           END-IF
           MOVE WS-SM-DATA (SM-IDX) TO SW-RECORD
           PERFORM 430-FILL-DETAIL THRU 430-EXIT
           WRITE SUMMARY-RECORD FROM SM-DETAIL.
       410-EXIT.

       420-PRINT-MISSING.
           IF WS-SM-RESULT (SM-IDX) NOT = "MISSING TAX ID"
               GO TO 420-EXIT
           END-IF
           MOVE WS-SM-DATA (SM-IDX) TO SW-RECORD
           PERFORM 430-FILL-DETAIL THRU 430-EXIT
           WRITE SUMMARY-RECORD FROM SM-DETAIL
           MOVE SW-MAIL-ADDRESS TO SMA-TEXT
           WRITE SUMMARY-RECORD FROM SM-ADDRESS-LINE
           MOVE SPACES TO SMA-TEXT
           STRING SW-MAIL-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SW-MAIL-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SW-MAIL-ZIP DELIMITED BY SIZE
               INTO SMA-TEXT
           END-STRING
           WRITE SUMMARY-RECORD FROM SM-ADDRESS-LINE.
       420-EXIT.

       430-FILL-DETAIL.
           MOVE SW-ID TO SMD-ID
           IF SW-LEGAL-NAME NOT = SPACES
               MOVE SW-LEGAL-NAME TO SMD-NAME
           ELSE
               MOVE SW-NAME TO SMD-NAME
           END-IF
           PERFORM 440-MASK-TIN THRU 440-EXIT
           MOVE WS-MASKED-TIN TO SMD-TIN
           MOVE WS-SM-PAID (SM-IDX) TO SMD-PAID
           MOVE WS-SM-RESULT (SM-IDX) TO SMD-RESULT.
       430-EXIT.

      ******************************************************************
      * 440-MASK-TIN SHOWS ONLY THE LAST FOUR DIGITS OF THE TAX ID,
      * AS THE RECIPIENT COPY MAY.
      ******************************************************************
       440-MASK-TIN.
           MOVE SPACES TO WS-MASKED-TIN
           IF SW-TAX-ID NOT NUMERIC
               GO TO 440-EXIT
           END-IF
           IF SW-TIN-IS-EIN
               MOVE "**-***" TO WS-MASKED-TIN
               MOVE SW-TAX-ID (6:4) TO WS-MASKED-TIN (7:4)
           ELSE
               MOVE "***-**-" TO WS-MASKED-TIN
               MOVE SW-TAX-ID (6:4) TO WS-MASKED-TIN (8:4)
           END-IF.
       440-EXIT.

      ******************************************************************
      * 500-PRINT-COPIES PRINTS COPY B FOR EVERY AGENT REPORTED AND
      * SPOOLS THE LOT.
      ******************************************************************
       500-PRINT-COPIES.
           OPEN OUTPUT RECIPIENT-COPY-FILE
           PERFORM 510-PRINT-COPY THRU 510-EXIT
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
           CLOSE RECIPIENT-COPY-FILE
           MOVE "F" TO SP-REQUEST
           MOVE "FORM1099" TO SP-REPORT-NAME
           MOVE UT-SYS-1099COPY TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "RECIPIENT COPIES SPOOLED TO " SP-SPOOL-PATH
           END-IF.
       500-EXIT.

       510-PRINT-COPY.
           IF WS-SM-RESULT (SM-IDX) NOT = "REPORTED"
               GO TO 510-EXIT
           END-IF
           MOVE WS-SM-DATA (SM-IDX) TO SW-RECORD
           WRITE COPY-RECORD FROM RC-RULE-LINE
           MOVE WS-TAX-YEAR TO RCT-YEAR
           WRITE COPY-RECORD FROM RC-TITLE-LINE
           WRITE COPY-RECORD FROM RC-COPY-LINE
           WRITE COPY-RECORD FROM RC-RULE-LINE
           MOVE "PAYER" TO RCL-LABEL
           MOVE WS-PY-NAME TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE SPACES TO RCL-LABEL
           MOVE WS-PY-ADDRESS TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE SPACES TO RCL-VALUE
           STRING WS-PY-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-PY-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PY-ZIP DELIMITED BY SIZE
               INTO RCL-VALUE
           END-STRING
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE WS-PY-PHONE TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "PAYER'S TIN" TO RCL-LABEL
           MOVE WS-PY-TAX-ID TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "RECIPIENT'S TIN" TO RCL-LABEL
           PERFORM 440-MASK-TIN THRU 440-EXIT
           MOVE WS-MASKED-TIN TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "RECIPIENT'S NAME" TO RCL-LABEL
           IF SW-LEGAL-NAME NOT = SPACES
               MOVE SW-LEGAL-NAME TO RCL-VALUE
           ELSE
               MOVE SW-NAME TO RCL-VALUE
           END-IF
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "STREET ADDRESS" TO RCL-LABEL
           MOVE SW-MAIL-ADDRESS TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "CITY, STATE, ZIP" TO RCL-LABEL
           MOVE SPACES TO RCL-VALUE
           STRING SW-MAIL-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SW-MAIL-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SW-MAIL-ZIP DELIMITED BY SIZE
               INTO RCL-VALUE
           END-STRING
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "ACCOUNT NUMBER" TO RCL-LABEL
           MOVE SW-ID TO RCL-VALUE
           WRITE COPY-RECORD FROM RC-LABEL-LINE
           MOVE "1 NONEMPLOYEE COMPENSATION" TO RCM-LABEL
           MOVE WS-SM-PAID (SM-IDX) TO RCM-AMOUNT
           WRITE COPY-RECORD FROM RC-MONEY-LINE
            AFTER ADVANCING 2 LINES
           MOVE "4 FEDERAL INCOME TAX WITHHELD" TO RCM-LABEL
           MOVE ZEROS TO RCM-AMOUNT
           WRITE COPY-RECORD FROM RC-MONEY-LINE
           MOVE SPACES TO COPY-RECORD
           WRITE COPY-RECORD
           MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING "
               TO COPY-RECORD
           WRITE COPY-RECORD
           MOVE "FURNISHED TO THE INTERNAL REVENUE SERVICE."
               TO COPY-RECORD
           WRITE COPY-RECORD
           WRITE COPY-RECORD FROM RC-RULE-LINE
            AFTER ADVANCING PAGE.
       510-EXIT.

      ******************************************************************
      * 600-WRITE-FILING WRITES THE ELECTRONIC FILING FILE: ONE
      * TRANSMITTER, ONE PAYER, A PAYEE RECORD PER AGENT REPORTED,
      * THE PAYER'S CONTROL TOTALS AND THE END OF TRANSMISSION, EACH
      * WITH ITS SEQUENCE NUMBER. AMOUNTS ARE IN CENTS, ZERO-FILLED.
      ******************************************************************
       600-WRITE-FILING.
           OPEN OUTPUT IRS-FILING-FILE
           MOVE SPACES TO IRS-T-RECORD
           MOVE "T" TO IRT-TYPE
           MOVE WS-TAX-YEAR TO IRT-YEAR
           MOVE WS-PY-TAX-ID TO IRT-TIN
           MOVE WS-PY-TCC TO IRT-TCC
           IF WS-TEST-ANSWER = "Y" OR WS-TEST-ANSWER = "y"
               MOVE "T" TO IRT-TEST-FILE
           END-IF
           MOVE WS-PY-NAME TO IRT-NAME IRT-COMPANY
           MOVE WS-PY-ADDRESS TO IRT-ADDRESS
           MOVE WS-PY-CITY TO IRT-CITY
           MOVE WS-PY-STATE TO IRT-STATE
           MOVE WS-PY-ZIP TO IRT-ZIP
           MOVE WS-REPORTED-COUNT TO IRT-PAYEE-COUNT
           MOVE WS-PY-CONTACT TO IRT-CONTACT
           MOVE WS-PY-PHONE TO IRT-PHONE
           MOVE WS-PY-EMAIL TO IRT-EMAIL
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRT-SEQUENCE
           MOVE "I" TO IRT-VENDOR-IND
           WRITE IRS-T-RECORD
           MOVE SPACES TO IRS-A-RECORD
           MOVE "A" TO IRA-TYPE
           MOVE WS-TAX-YEAR TO IRA-YEAR
           MOVE WS-PY-TAX-ID TO IRA-TIN
           MOVE "NE" TO IRA-RETURN-TYPE
           MOVE "1" TO IRA-AMOUNT-CODES
           MOVE WS-PY-NAME TO IRA-NAME
           MOVE "0" TO IRA-TRANSFER-AGENT
           MOVE WS-PY-ADDRESS TO IRA-ADDRESS
           MOVE WS-PY-CITY TO IRA-CITY
           MOVE WS-PY-STATE TO IRA-STATE
           MOVE WS-PY-ZIP TO IRA-ZIP
           MOVE WS-PY-PHONE TO IRA-PHONE
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRA-SEQUENCE
           WRITE IRS-A-RECORD
           PERFORM 610-WRITE-PAYEE THRU 610-EXIT
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
           MOVE SPACES TO IRS-C-RECORD
           MOVE "C" TO IRC-TYPE
           MOVE WS-REPORTED-COUNT TO IRC-PAYEE-COUNT
           MOVE WS-REPORTED-TOTAL TO IRC-TOTAL-1
           MOVE ZEROS TO IRC-OTHER-TOTALS
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRC-SEQUENCE
           WRITE IRS-C-RECORD
           MOVE SPACES TO IRS-F-RECORD
           MOVE "F" TO IRF-TYPE
           MOVE 1 TO IRF-A-COUNT
           MOVE ZEROS TO IRF-ZEROS IRF-PAYEE-COUNT
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRF-SEQUENCE
           WRITE IRS-F-RECORD
           CLOSE IRS-FILING-FILE
           DISPLAY "FILING FILE WRITTEN - " WS-SEQUENCE " RECORDS".
       600-EXIT.

       610-WRITE-PAYEE.
           IF WS-SM-RESULT (SM-IDX) NOT = "REPORTED"
               GO TO 610-EXIT
           END-IF
           MOVE WS-SM-DATA (SM-IDX) TO SW-RECORD
           MOVE SPACES TO IRS-B-RECORD
           MOVE "B" TO IRB-TYPE
           MOVE WS-TAX-YEAR TO IRB-YEAR
           MOVE SW-TIN-TYPE TO IRB-TIN-TYPE
           MOVE SW-TAX-ID TO IRB-TIN
           MOVE SW-ID TO IRB-ACCOUNT
           MOVE WS-SM-PAID (SM-IDX) TO IRB-AMOUNT-1
           MOVE ZEROS TO IRB-OTHER-AMOUNTS
           IF SW-LEGAL-NAME NOT = SPACES
               MOVE SW-LEGAL-NAME TO IRB-NAME
           ELSE
               MOVE SW-NAME TO IRB-NAME
           END-IF
           MOVE SW-MAIL-ADDRESS TO IRB-ADDRESS
           MOVE SW-MAIL-CITY TO IRB-CITY
           MOVE SW-MAIL-STATE TO IRB-STATE
           MOVE SW-MAIL-ZIP TO IRB-ZIP
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRB-SEQUENCE
           MOVE ZEROS TO IRB-STATE-TAX IRB-LOCAL-TAX
           WRITE IRS-B-RECORD.
       610-EXIT.
