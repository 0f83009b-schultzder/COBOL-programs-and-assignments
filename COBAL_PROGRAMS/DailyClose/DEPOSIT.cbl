       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPOSIT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * End-of-day bank deposit. Run after ZREPORT by whoever takes
      * the bag to the bank (DEPOSIT function). Builds the store's
      * deposit for a business date from the same netted figures the
      * Z-report closes on - invoice history once per invoice number,
      * voided invoices netted out, cash refunded on the day's line
      * returns taken back out of the cash - so nobody has to key
      * the deposit into SAMPLE1 by hand:
      *
      *   - the cash is counted by denomination at the prompts and
      *     proved against the expected net cash; a count that does
      *     not agree shows the over/short and posts only if the
      *     operator confirms the counted amount,
      *   - the checks are listed one by one by invoice number.
      *
      * The deposit slip (DepositSlip.txt) is printed and the deposit
      * is posted to the operating checkbook account in SAMPLE1's
      * checkbook log (memo STORE DEPOSIT) under the reference
      * DEP yyyymmdd Sn, carried in the payee field. The checkbook's
      * amount field tops out at 999.99, so a larger deposit posts as
      * consecutive entries under the one reference, the way APPAYRUN
      * splits a large payment.
      *
      * Each run then posts every CardSettlement.txt line not already
      * in the log as its own deposit on its settlement date (memo
      * CARD SETTLEMENT, reference CARD yyyymmdd-n), so SAMPLE1's
      * reconciliation can match the store deposits and the card
      * money alike against BankStatement.txt. A reference already
      * in the log is never posted twice, and neither posting goes
      * into a month PERIODMNT has closed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the invoice history file.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the void log.

       SELECT INVOICE-VOID-FILE
               ASSIGN TO UT-SYS-VOIDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

      * Select statement for the invoice line return log.

       SELECT INVOICE-RETURN-FILE
               ASSIGN TO UT-SYS-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      * Select statement for the processor's settlement file.

       SELECT SETTLEMENT-FILE
               ASSIGN TO UT-SYS-SETTLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      * Select statement for SAMPLE1's checkbook log.

       SELECT CHECKBOOK-LOG
               ASSIGN TO UT-SYS-CBLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBLOG-STATUS.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the printed deposit slip.

       SELECT DEPOSIT-SLIP-FILE
               ASSIGN TO UT-SYS-DEPSLIP
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the void log.

       FD  INVOICE-VOID-FILE.
           COPY INVVOID.

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the processor's settlement file - same
      * layout CARDRECON reads.

       FD  SETTLEMENT-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  CS-RECORD.
           05 CS-DATE                    PIC 9(8).
           05 CS-AMOUNT                  PIC 9(8)V99.

      * File description for the checkbook log - same 68 bytes as
      * CBL-LOG-RECORD in SAMPLE1.

       FD  CHECKBOOK-LOG
           RECORD CONTAINS 68 CHARACTERS.
       01  CBL-LOG-RECORD.
           05 CBL-TRX-TYPE        PIC X.
           05 CBL-TRX-AMT         PIC 9(3)V99.
           05 CBL-MEMO            PIC X(20).
           05 CBL-BALANCE         PIC 9(4)V99.
           05 CBL-ACCT-NO         PIC XX.
           05 CBL-CLEARED         PIC X.
           05 CBL-CHECK-NO        PIC 9(4).
           05 CBL-PAYEE           PIC X(20).
           05 CBL-PRINTED         PIC X.
           05 CBL-TRX-DATE        PIC 9(8).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the printed deposit slip.

       FD  DEPOSIT-SLIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLIP-RECORD                        PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-RETURNS-STATUS               PIC XX.
          05 WS-SETTLE-STATUS                PIC XX.
          05 WS-CBLOG-STATUS                 PIC XX.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-HIST-EOF                     PIC XXX VALUE "NO".
          05 WS-VOID-EOF                     PIC XXX VALUE "NO".
          05 WS-RET-EOF                      PIC XXX VALUE "NO".
          05 WS-SET-EOF                      PIC XXX VALUE "NO".
          05 WS-CBL-EOF                      PIC XXX VALUE "NO".
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.
          05 WS-DEPOSIT-DATE                 PIC 9(8).
          05 WS-KEYED-DATE                   PIC 9(8).
          05 WS-STORE-NO                     PIC 99.
          05 WS-HIST-STORE                   PIC 99.
          05 WS-ACCT-NO                      PIC XX.
          05 WS-ACCT-BAL                     PIC 9(4)V99 VALUE 0.
          05 WS-LAST-INVOICE                 PIC 9(6) VALUE 0.
          05 WS-VOIDED-FOUND                 PIC XXX.
          05 WS-DEPOSIT-REF                  PIC X(20).
          05 WS-DEPOSIT-REF-CHECK            PIC X(20).
          05 WS-REF-FOUND                    PIC XXX.
          05 WS-CONFIRM                      PIC X.
          05 WS-LEFT-TO-POST                 PIC 9(8)V99.
          05 WS-PIECE-AMT                    PIC 9(3)V99.
          05 WS-PIECE-COUNT                  PIC 999.
          05 WS-POST-MEMO                    PIC X(20).
          05 WS-POST-DATE                    PIC 9(8).
          05 WS-PREV-SET-DATE                PIC 9(8) VALUE 0.
          05 WS-SET-SEQ                      PIC 9.
          05 WS-SET-POSTED                   PIC 999 VALUE 0.
          05 WS-SET-SKIPPED                  PIC 999 VALUE 0.
          05 WS-SET-LOCKED                   PIC 999 VALUE 0.
          05 WS-DN-SUB                       PIC 99.

      * The day's deposit, built from the netted Z-report figures.

       01 WS-DEPOSIT-TOTALS.
          05 WS-CASH-EXPECTED                PIC S9(8)V99 VALUE 0.
          05 WS-CASH-REFUNDED                PIC 9(8)V99 VALUE 0.
          05 WS-CASH-COUNTED                 PIC 9(8)V99 VALUE 0.
          05 WS-CASH-OVER-SHORT              PIC S9(8)V99 VALUE 0.
          05 WS-CHECK-TOTAL                  PIC 9(8)V99 VALUE 0.
          05 WS-DEPOSIT-TOTAL                PIC 9(8)V99 VALUE 0.

      * Currency and coin the drawer is counted in, with the count
      * keyed for each.

       01 WS-DENOM-VALUES.
          05                                 PIC X(20)
                                    VALUE "$100 BILLS".
          05                                 PIC 9(3)V99 VALUE 100.00.
          05                                 PIC X(20)
                                    VALUE "$50 BILLS".
          05                                 PIC 9(3)V99 VALUE 50.00.
          05                                 PIC X(20)
                                    VALUE "$20 BILLS".
          05                                 PIC 9(3)V99 VALUE 20.00.
          05                                 PIC X(20)
                                    VALUE "$10 BILLS".
          05                                 PIC 9(3)V99 VALUE 10.00.
          05                                 PIC X(20)
                                    VALUE "$5 BILLS".
          05                                 PIC 9(3)V99 VALUE 5.00.
          05                                 PIC X(20)
                                    VALUE "$1 BILLS".
          05                                 PIC 9(3)V99 VALUE 1.00.
          05                                 PIC X(20)
                                    VALUE "QUARTERS".
          05                                 PIC 9(3)V99 VALUE 0.25.
          05                                 PIC X(20)
                                    VALUE "DIMES".
          05                                 PIC 9(3)V99 VALUE 0.10.
          05                                 PIC X(20)
                                    VALUE "NICKELS".
          05                                 PIC 9(3)V99 VALUE 0.05.
          05                                 PIC X(20)
                                    VALUE "PENNIES".
          05                                 PIC 9(3)V99 VALUE 0.01.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
          05 WS-DN-ENTRY OCCURS 10 TIMES.
             10 WS-DN-NAME                   PIC X(20).
             10 WS-DN-VALUE                  PIC 9(3)V99.

       01 WS-DENOM-COUNTS.
          05 WS-DN-COUNT-ENTRY OCCURS 10 TIMES.
             10 WS-DN-COUNT                  PIC 9(5).
             10 WS-DN-AMOUNT                 PIC 9(7)V99.

      * The day's checks, one per standing invoice that took one.

       01 WS-CHECK-TABLE.
          05 WS-CK-COUNT                     PIC 999 VALUE 0.
          05 WS-CK-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CK-COUNT
               INDEXED BY CK-IDX.
             10 WS-CK-INVOICE                PIC 9(6).
             10 WS-CK-CLIENT                 PIC X(30).
             10 WS-CK-AMOUNT                 PIC 9(5)V99.

      * Voided invoice numbers for the netting.

       01 WS-VOID-TABLE.
          05 WS-VD-COUNT                     PIC 9(4) VALUE 0.
          05 WS-VD-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-VD-COUNT
               INDEXED BY VD-IDX.
             10 WS-VD-INVOICE                PIC 9(6).

      * Deposit references already in the checkbook log, so a rerun
      * never banks the same money twice.

       01 WS-REF-TABLE.
          05 WS-RF-COUNT                     PIC 9(4) VALUE 0.
          05 WS-RF-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-RF-COUNT
               INDEXED BY RF-IDX.
             10 WS-RF-REFERENCE              PIC X(20).

      * Deposit slip lines.

       01 DS-HEADING1.
          05                                 PIC X(22)
                                    VALUE "BANK DEPOSIT SLIP    ".
          05                                 PIC X(4)  VALUE "REF ".
          05 DSH-REFERENCE                   PIC X(20).
          05                                 PIC X(34) VALUE SPACES.

       01 DS-HEADING2.
          05                                 PIC X(8)  VALUE "ACCOUNT ".
          05 DSH-ACCOUNT                     PIC XX.
          05                                 PIC X(18)
                                    VALUE "   BUSINESS DATE ".
          05 DSH-DATE                        PIC 9(8).
          05                                 PIC X(9)
                                    VALUE "   STORE ".
          05 DSH-STORE                       PIC Z9.
          05                                 PIC X(33) VALUE SPACES.

       01 DS-TITLE-LINE.
          05 DST-TITLE                       PIC X(40).
          05                                 PIC X(40) VALUE SPACES.

       01 DS-DENOM-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSD-NAME                        PIC X(20).
          05 DSD-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(4)  VALUE SPACES.
          05 DSD-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(35) VALUE SPACES.

       01 DS-CHECK-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(8)  VALUE "INVOICE ".
          05 DSC-INVOICE                     PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 DSC-CLIENT                      PIC X(30).
          05 DSC-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(19) VALUE SPACES.

       01 DS-AMOUNT-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSA-LABEL                       PIC X(46).
          05 DSA-AMOUNT                      PIC -$$,$$$,$$9.99.
          05                                 PIC X(18) VALUE SPACES.

       01 DS-SETTLE-LINE.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSS-DATE                        PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 DSS-REFERENCE                   PIC X(20).
          05 DSS-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 DSS-STATUS                      PIC X(20).
          05                                 PIC X(13) VALUE SPACES.

      * Parameter block for the shared OPCHECK function-permission
      * checker.

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared PERIODCHK closed-period check.

       COPY PERIODWS.

      * Parameter block for the shared SPOOLER print spool.

       COPY SPOOLWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-VOIDFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceVoid.txt".
          05 UT-SYS-RETURNS                  PIC X(60)
          VALUE "C:\COBOL\InvoiceReturns.txt".
          05 UT-SYS-SETTLE                   PIC X(60)
          VALUE "C:\COBOL\CardSettlement.txt".
          05 UT-SYS-CBLOG                    PIC X(60)
          VALUE "C:\COBOL\CheckbookLog.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-DEPSLIP                  PIC X(60)
          VALUE "C:\COBOL\DepositSlip.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE BUILDS, PRINTS, AND POSTS THE DAY'S STORE
      * DEPOSIT, THEN POSTS ANY CARD SETTLEMENTS NOT YET BANKED.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 050-GET-PARAMETERS THRU 050-EXIT
           PERFORM 100-LOAD-CHECKBOOK THRU 100-EXIT
           OPEN OUTPUT DEPOSIT-SLIP-FILE
           PERFORM 200-STORE-DEPOSIT THRU 200-EXIT
           PERFORM 600-POST-SETTLEMENTS THRU 600-EXIT
           CLOSE DEPOSIT-SLIP-FILE
           MOVE "F" TO SP-REQUEST
           MOVE "DEPOSIT" TO SP-REPORT-NAME
           MOVE UT-SYS-DEPSLIP TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "DEPOSIT SLIP SPOOLED TO " SP-SPOOL-PATH
           END-IF
           DISPLAY "CARD SETTLEMENTS POSTED " WS-SET-POSTED
               ", ALREADY IN LOG " WS-SET-SKIPPED
               ", IN CLOSED MONTHS " WS-SET-LOCKED
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE DEPOSIT
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
           MOVE "DEPOSIT" TO SO-PROGRAM
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
           MOVE "DEPOSIT" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE DEPOSIT FUNCTION - "
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
      * 050-GET-PARAMETERS TAKES THE BUSINESS DATE (0 FOR TODAY), THE
      * STORE (0 FOR STORE 1), AND THE OPERATING ACCOUNT (BLANK FOR
      * 01).
      ******************************************************************
       050-GET-PARAMETERS.
           ACCEPT WS-DEPOSIT-DATE FROM DATE YYYYMMDD
           DISPLAY "BUSINESS DATE TO DEPOSIT (YYYYMMDD, 0 FOR TODAY)"
           MOVE ZEROS TO WS-KEYED-DATE
           ACCEPT WS-KEYED-DATE
           IF WS-KEYED-DATE NOT NUMERIC
               DISPLAY "DATE MUST BE YYYYMMDD - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEYED-DATE NOT = ZEROS
               MOVE WS-KEYED-DATE TO WS-DEPOSIT-DATE
           END-IF
           DISPLAY "STORE NUMBER (0 FOR STORE 1)"
           MOVE ZEROS TO WS-STORE-NO
           ACCEPT WS-STORE-NO
           IF WS-STORE-NO NOT NUMERIC OR WS-STORE-NO = ZEROS
               MOVE 1 TO WS-STORE-NO
           END-IF
           IF WS-STORE-NO > 2
               DISPLAY "NO STORE " WS-STORE-NO " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "OPERATING CHECKBOOK ACCOUNT (BLANK = 01)"
           MOVE SPACES TO WS-ACCT-NO
           ACCEPT WS-ACCT-NO
           IF WS-ACCT-NO = SPACES
               MOVE "01" TO WS-ACCT-NO
           END-IF
           MOVE SPACES TO WS-DEPOSIT-REF
           STRING "DEP " DELIMITED BY SIZE
               WS-DEPOSIT-DATE DELIMITED BY SIZE
               " S" DELIMITED BY SIZE
               WS-STORE-NO (2:1) DELIMITED BY SIZE
               INTO WS-DEPOSIT-REF
           END-STRING.
       050-EXIT.

      ******************************************************************
      * 100-LOAD-CHECKBOOK READS SAMPLE1'S CHECKBOOK LOG FOR THE
      * ACCOUNT'S RUNNING BALANCE AND EVERY DEPOSIT REFERENCE ALREADY
      * POSTED.
      ******************************************************************
       100-LOAD-CHECKBOOK.
           OPEN INPUT CHECKBOOK-LOG
           IF WS-CBLOG-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-CHECKBOOK THRU 110-EXIT
               UNTIL WS-CBL-EOF = "YES"
           CLOSE CHECKBOOK-LOG.
       100-EXIT.

       110-READ-CHECKBOOK.
           READ CHECKBOOK-LOG
               AT END
                   MOVE "YES" TO WS-CBL-EOF
                   GO TO 110-EXIT
           END-READ
           IF CBL-ACCT-NO = SPACES
               MOVE "01" TO CBL-ACCT-NO
           END-IF
           IF CBL-ACCT-NO = WS-ACCT-NO
               AND CBL-BALANCE NUMERIC
               MOVE CBL-BALANCE TO WS-ACCT-BAL
           END-IF
           IF CBL-TRX-TYPE NOT = "D"
               GO TO 110-EXIT
           END-IF
           IF CBL-MEMO NOT = "STORE DEPOSIT"
               AND CBL-MEMO NOT = "CARD SETTLEMENT"
               GO TO 110-EXIT
           END-IF
           MOVE CBL-PAYEE TO WS-DEPOSIT-REF-CHECK
           PERFORM 120-FIND-REFERENCE THRU 120-EXIT
           IF WS-REF-FOUND = "NO"
               AND WS-RF-COUNT < 2000
               ADD 1 TO WS-RF-COUNT
               SET RF-IDX TO WS-RF-COUNT
               MOVE CBL-PAYEE TO WS-RF-REFERENCE (RF-IDX)
           END-IF.
       110-EXIT.

       120-FIND-REFERENCE.
           MOVE "NO" TO WS-REF-FOUND
           IF WS-RF-COUNT > 0
               SET RF-IDX TO 1
               SEARCH WS-RF-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-RF-REFERENCE (RF-IDX)
                       = WS-DEPOSIT-REF-CHECK
                       MOVE "YES" TO WS-REF-FOUND
               END-SEARCH
           END-IF.
       120-EXIT.

      ******************************************************************
      * 200-STORE-DEPOSIT BUILDS THE DAY'S DEPOSIT FROM THE NETTED
      * REGISTER FIGURES, TAKES THE CASH COUNT, PRINTS THE SLIP, AND
      * POSTS IT.
      ******************************************************************
       200-STORE-DEPOSIT.
           MOVE WS-DEPOSIT-REF TO WS-DEPOSIT-REF-CHECK
           PERFORM 120-FIND-REFERENCE THRU 120-EXIT
           IF WS-REF-FOUND = "YES"
               DISPLAY "DEPOSIT " WS-DEPOSIT-REF
                   " IS ALREADY IN THE CHECKBOOK - NOT POSTED AGAIN"
               GO TO 200-EXIT
           END-IF
           MOVE WS-DEPOSIT-DATE TO PC-POST-DATE
           MOVE "DEPOSIT" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE WS-DEPOSIT-REF TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-DEPOSIT-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - STORE DEPOSIT NOT POSTED"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-LOAD-VOIDS THRU 210-EXIT
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS = "00"
               PERFORM 220-READ-HISTORY THRU 220-EXIT
                   UNTIL WS-HIST-EOF = "YES"
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS = "00"
               PERFORM 240-READ-RETURN THRU 240-EXIT
                   UNTIL WS-RET-EOF = "YES"
               CLOSE INVOICE-RETURN-FILE
           END-IF
           SUBTRACT WS-CASH-REFUNDED FROM WS-CASH-EXPECTED
           IF WS-CASH-EXPECTED < ZEROS
               MOVE ZEROS TO WS-CASH-EXPECTED
           END-IF
           IF WS-CASH-EXPECTED = ZEROS AND WS-CK-COUNT = ZEROS
               DISPLAY "NO CASH OR CHECKS FOR STORE " WS-STORE-NO
                   " ON " WS-DEPOSIT-DATE " - NO STORE DEPOSIT"
               GO TO 200-EXIT
           END-IF
           PERFORM 300-COUNT-CASH THRU 300-EXIT
           COMPUTE WS-CASH-OVER-SHORT =
               WS-CASH-COUNTED - WS-CASH-EXPECTED
           IF WS-CASH-OVER-SHORT NOT = ZEROS
               MOVE WS-CASH-OVER-SHORT TO DSA-AMOUNT
               DISPLAY "CASH COUNTED DOES NOT AGREE WITH THE REGISTERS"
                   " - OVER/(SHORT) " DSA-AMOUNT
               DISPLAY "POST THE COUNTED CASH? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "STORE DEPOSIT NOT POSTED - RECOUNT AND "
                       "RERUN"
                   GO TO 200-EXIT
               END-IF
           END-IF
           COMPUTE WS-DEPOSIT-TOTAL = WS-CASH-COUNTED + WS-CHECK-TOTAL
           PERFORM 400-PRINT-SLIP THRU 400-EXIT
           IF WS-DEPOSIT-TOTAL = ZEROS
               GO TO 200-EXIT
           END-IF
           MOVE WS-DEPOSIT-TOTAL TO WS-LEFT-TO-POST
           MOVE "STORE DEPOSIT" TO WS-POST-MEMO
           MOVE WS-DEPOSIT-DATE TO WS-POST-DATE
           PERFORM 500-POST-DEPOSIT THRU 500-EXIT
           MOVE SPACES TO SLIP-RECORD
           STRING "  POSTED TO CHECKBOOK ACCOUNT " DELIMITED BY SIZE
               WS-ACCT-NO DELIMITED BY SIZE
               " AS " DELIMITED BY SIZE
               WS-PIECE-COUNT DELIMITED BY SIZE
               " ENTRY(IES) UNDER " DELIMITED BY SIZE
               WS-DEPOSIT-REF DELIMITED BY SIZE
               INTO SLIP-RECORD
           END-STRING
           WRITE SLIP-RECORD
            AFTER ADVANCING 2 LINES
           DISPLAY "STORE DEPOSIT " WS-DEPOSIT-REF " POSTED".
       200-EXIT.

       210-LOAD-VOIDS.
           OPEN INPUT INVOICE-VOID-FILE
           IF WS-VOIDFILE-STATUS NOT = "00"
               GO TO 210-EXIT
           END-IF
           PERFORM 215-READ-VOID THRU 215-EXIT
               UNTIL WS-VOID-EOF = "YES"
           CLOSE INVOICE-VOID-FILE.
       210-EXIT.

       215-READ-VOID.
           READ INVOICE-VOID-FILE
               AT END
                   MOVE "YES" TO WS-VOID-EOF
               NOT AT END
                   IF WS-VD-COUNT < 1000
                       ADD 1 TO WS-VD-COUNT
                       SET VD-IDX TO WS-VD-COUNT
                       MOVE VOID-INVOICE-NUMBER
                           TO WS-VD-INVOICE (VD-IDX)
                   END-IF
           END-READ.
       215-EXIT.

      * The history carries one line per bike sharing the invoice
      * totals; only the first line of each invoice counts, keyed
      * off the invoice-number change the way ZREPORT reads it.

       220-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
                   GO TO 220-EXIT
           END-READ
           IF HIST-INVOICE-DATE NOT = WS-DEPOSIT-DATE
               GO TO 220-EXIT
           END-IF
           IF HIST-INVOICE-NUMBER = WS-LAST-INVOICE
               GO TO 220-EXIT
           END-IF
           MOVE HIST-INVOICE-NUMBER TO WS-LAST-INVOICE
           IF HIST-STORE-NO NUMERIC
               AND HIST-STORE-NO > ZEROS
               AND HIST-STORE-NO NOT > 2
               MOVE HIST-STORE-NO TO WS-HIST-STORE
           ELSE
               MOVE 1 TO WS-HIST-STORE
           END-IF
           IF WS-HIST-STORE NOT = WS-STORE-NO
               GO TO 220-EXIT
           END-IF
           PERFORM 230-CHECK-VOIDED THRU 230-EXIT
           IF WS-VOIDED-FOUND = "YES"
               GO TO 220-EXIT
           END-IF
           ADD HIST-PAY-CASH-AMT TO WS-CASH-EXPECTED
           IF HIST-PAY-CHECK-AMT = ZEROS
               GO TO 220-EXIT
           END-IF
           IF WS-CK-COUNT >= 500
               DISPLAY "CHECK TABLE IS FULL - INVOICE "
                   HIST-INVOICE-NUMBER " LEFT OFF THE SLIP"
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-CK-COUNT
           SET CK-IDX TO WS-CK-COUNT
           MOVE HIST-INVOICE-NUMBER TO WS-CK-INVOICE (CK-IDX)
           MOVE HIST-NAME TO WS-CK-CLIENT (CK-IDX)
           MOVE HIST-PAY-CHECK-AMT TO WS-CK-AMOUNT (CK-IDX)
           ADD HIST-PAY-CHECK-AMT TO WS-CHECK-TOTAL.
       220-EXIT.

       230-CHECK-VOIDED.
           MOVE "NO" TO WS-VOIDED-FOUND
           IF WS-VD-COUNT > 0
               SET VD-IDX TO 1
               SEARCH WS-VD-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-VD-INVOICE (VD-IDX)
                       = HIST-INVOICE-NUMBER
                       MOVE "YES" TO WS-VOIDED-FOUND
               END-SEARCH
           END-IF.
       230-EXIT.

      * Cash refunded on the day's returns came out of this store's
      * till, whatever day the goods were sold.

       240-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WS-RET-EOF
                   GO TO 240-EXIT
           END-READ
           IF RET-RETURN-DATE NOT = WS-DEPOSIT-DATE
               OR NOT RET-REFUND-CASH
               GO TO 240-EXIT
           END-IF
           IF RET-STORE-NO NUMERIC
               AND RET-STORE-NO > ZEROS
               AND RET-STORE-NO NOT > 2
               MOVE RET-STORE-NO TO WS-HIST-STORE
           ELSE
               MOVE 1 TO WS-HIST-STORE
           END-IF
           IF WS-HIST-STORE = WS-STORE-NO
               ADD RET-REFUND-AMT TO WS-CASH-REFUNDED
           END-IF.
       240-EXIT.

      ******************************************************************
      * 300-COUNT-CASH TAKES THE DRAWER COUNT ONE DENOMINATION AT A
      * TIME AGAINST THE EXPECTED NET CASH.
      ******************************************************************
       300-COUNT-CASH.
           MOVE WS-CASH-EXPECTED TO DSA-AMOUNT
           DISPLAY "EXPECTED NET CASH FOR THE DEPOSIT " DSA-AMOUNT
           DISPLAY "KEY THE COUNT FOR EACH DENOMINATION (0 FOR NONE)"
           MOVE ZEROS TO WS-CASH-COUNTED
           PERFORM 310-COUNT-DENOMINATION THRU 310-EXIT
               VARYING WS-DN-SUB FROM 1 BY 1
               UNTIL WS-DN-SUB > 10.
       300-EXIT.

       310-COUNT-DENOMINATION.
           DISPLAY WS-DN-NAME (WS-DN-SUB)
           MOVE ZEROS TO WS-DN-COUNT (WS-DN-SUB)
           ACCEPT WS-DN-COUNT (WS-DN-SUB)
           IF WS-DN-COUNT (WS-DN-SUB) NOT NUMERIC
               MOVE ZEROS TO WS-DN-COUNT (WS-DN-SUB)
           END-IF
           COMPUTE WS-DN-AMOUNT (WS-DN-SUB) =
               WS-DN-COUNT (WS-DN-SUB) * WS-DN-VALUE (WS-DN-SUB)
           ADD WS-DN-AMOUNT (WS-DN-SUB) TO WS-CASH-COUNTED.
       310-EXIT.

      ******************************************************************
      * 400-PRINT-SLIP PRINTS THE DEPOSIT SLIP - CURRENCY AND COIN BY
      * DENOMINATION, THE CHECKS ONE PER INVOICE, AND THE TOTAL.
      ******************************************************************
       400-PRINT-SLIP.
           MOVE WS-DEPOSIT-REF TO DSH-REFERENCE
           MOVE WS-ACCT-NO TO DSH-ACCOUNT
           MOVE WS-DEPOSIT-DATE TO DSH-DATE
           MOVE WS-STORE-NO TO DSH-STORE
           WRITE SLIP-RECORD FROM DS-HEADING1
           WRITE SLIP-RECORD FROM DS-HEADING2
           MOVE "CURRENCY AND COIN" TO DST-TITLE
           WRITE SLIP-RECORD FROM DS-TITLE-LINE
            AFTER ADVANCING 2 LINES
           PERFORM 410-PRINT-DENOMINATION THRU 410-EXIT
               VARYING WS-DN-SUB FROM 1 BY 1
               UNTIL WS-DN-SUB > 10
           MOVE "TOTAL CASH" TO DSA-LABEL
           MOVE WS-CASH-COUNTED TO DSA-AMOUNT
           WRITE SLIP-RECORD FROM DS-AMOUNT-LINE
           MOVE "NET CASH PER REGISTERS" TO DSA-LABEL
           MOVE WS-CASH-EXPECTED TO DSA-AMOUNT
           WRITE SLIP-RECORD FROM DS-AMOUNT-LINE
           IF WS-CASH-OVER-SHORT NOT = ZEROS
               MOVE "CASH OVER/(SHORT)" TO DSA-LABEL
               MOVE WS-CASH-OVER-SHORT TO DSA-AMOUNT
               WRITE SLIP-RECORD FROM DS-AMOUNT-LINE
           END-IF
           MOVE "CHECKS" TO DST-TITLE
           WRITE SLIP-RECORD FROM DS-TITLE-LINE
            AFTER ADVANCING 2 LINES
           PERFORM 420-PRINT-CHECK THRU 420-EXIT
               VARYING CK-IDX FROM 1 BY 1
               UNTIL CK-IDX > WS-CK-COUNT
           MOVE SPACES TO DSA-LABEL
           STRING "TOTAL CHECKS (" DELIMITED BY SIZE
               WS-CK-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DSA-LABEL
           END-STRING
           MOVE WS-CHECK-TOTAL TO DSA-AMOUNT
           WRITE SLIP-RECORD FROM DS-AMOUNT-LINE
           MOVE "TOTAL DEPOSIT" TO DSA-LABEL
           MOVE WS-DEPOSIT-TOTAL TO DSA-AMOUNT
           WRITE SLIP-RECORD FROM DS-AMOUNT-LINE
            AFTER ADVANCING 2 LINES.
       400-EXIT.

       410-PRINT-DENOMINATION.
           IF WS-DN-COUNT (WS-DN-SUB) = ZEROS
               GO TO 410-EXIT
           END-IF
           MOVE WS-DN-NAME (WS-DN-SUB) TO DSD-NAME
           MOVE WS-DN-COUNT (WS-DN-SUB) TO DSD-COUNT
           MOVE WS-DN-AMOUNT (WS-DN-SUB) TO DSD-AMOUNT
           WRITE SLIP-RECORD FROM DS-DENOM-LINE.
       410-EXIT.

       420-PRINT-CHECK.
           MOVE WS-CK-INVOICE (CK-IDX) TO DSC-INVOICE
           MOVE WS-CK-CLIENT (CK-IDX) TO DSC-CLIENT
           MOVE WS-CK-AMOUNT (CK-IDX) TO DSC-AMOUNT
           WRITE SLIP-RECORD FROM DS-CHECK-LINE.
       420-EXIT.

      ******************************************************************
      * 500-POST-DEPOSIT APPENDS ONE DEPOSIT TO THE CHECKBOOK LOG AS
      * ONE OR MORE ENTRIES OF NO MORE THAN 999.99 UNDER THE SAME
      * REFERENCE, CARRYING THE ACCOUNT'S RUNNING BALANCE UP THE WAY
      * SAMPLE1 DOES.
      ******************************************************************
       500-POST-DEPOSIT.
           MOVE ZEROS TO WS-PIECE-COUNT
           OPEN EXTEND CHECKBOOK-LOG
           IF WS-CBLOG-STATUS NOT = "00"
               OPEN OUTPUT CHECKBOOK-LOG
           END-IF
           PERFORM 510-POST-PIECE THRU 510-EXIT
               UNTIL WS-LEFT-TO-POST = ZEROS
           CLOSE CHECKBOOK-LOG
           IF WS-RF-COUNT < 2000
               ADD 1 TO WS-RF-COUNT
               SET RF-IDX TO WS-RF-COUNT
               MOVE WS-DEPOSIT-REF-CHECK TO WS-RF-REFERENCE (RF-IDX)
           END-IF.
       500-EXIT.

       510-POST-PIECE.
           IF WS-LEFT-TO-POST > 999.99
               MOVE 999.99 TO WS-PIECE-AMT
           ELSE
               MOVE WS-LEFT-TO-POST TO WS-PIECE-AMT
           END-IF
           SUBTRACT WS-PIECE-AMT FROM WS-LEFT-TO-POST
           ADD WS-PIECE-AMT TO WS-ACCT-BAL
           ADD 1 TO WS-PIECE-COUNT
           MOVE "D" TO CBL-TRX-TYPE
           MOVE WS-PIECE-AMT TO CBL-TRX-AMT
           MOVE WS-POST-MEMO TO CBL-MEMO
           MOVE WS-ACCT-BAL TO CBL-BALANCE
           MOVE WS-ACCT-NO TO CBL-ACCT-NO
           MOVE SPACE TO CBL-CLEARED CBL-PRINTED
           MOVE ZEROS TO CBL-CHECK-NO
           MOVE WS-DEPOSIT-REF-CHECK TO CBL-PAYEE
           MOVE WS-POST-DATE TO CBL-TRX-DATE
           WRITE CBL-LOG-RECORD.
       510-EXIT.

      ******************************************************************
      * 600-POST-SETTLEMENTS POSTS EACH PROCESSOR SETTLEMENT LINE NOT
      * ALREADY IN THE LOG AS ITS OWN DEPOSIT ON ITS SETTLEMENT DATE.
      * A DATE WITH MORE THAN ONE LINE NUMBERS THEM -1, -2 IN FILE
      * ORDER.
      ******************************************************************
       600-POST-SETTLEMENTS.
           MOVE "CARD SETTLEMENTS" TO DST-TITLE
           WRITE SLIP-RECORD FROM DS-TITLE-LINE
            AFTER ADVANCING 3 LINES
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               MOVE "  NO SETTLEMENT FILE ON HAND" TO SLIP-RECORD
               WRITE SLIP-RECORD
               GO TO 600-EXIT
           END-IF
           PERFORM 610-READ-SETTLEMENT THRU 610-EXIT
               UNTIL WS-SET-EOF = "YES"
           CLOSE SETTLEMENT-FILE.
       600-EXIT.

       610-READ-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "YES" TO WS-SET-EOF
                   GO TO 610-EXIT
           END-READ
           IF CS-DATE NOT NUMERIC OR CS-AMOUNT NOT NUMERIC
               GO TO 610-EXIT
           END-IF
           IF CS-DATE = WS-PREV-SET-DATE
               ADD 1 TO WS-SET-SEQ
           ELSE
               MOVE CS-DATE TO WS-PREV-SET-DATE
               MOVE 1 TO WS-SET-SEQ
           END-IF
           MOVE SPACES TO WS-DEPOSIT-REF-CHECK
           STRING "CARD " DELIMITED BY SIZE
               CS-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SET-SEQ DELIMITED BY SIZE
               INTO WS-DEPOSIT-REF-CHECK
           END-STRING
           MOVE CS-DATE TO DSS-DATE
           MOVE WS-DEPOSIT-REF-CHECK TO DSS-REFERENCE
           MOVE CS-AMOUNT TO DSS-AMOUNT
           PERFORM 120-FIND-REFERENCE THRU 120-EXIT
           IF WS-REF-FOUND = "YES"
               ADD 1 TO WS-SET-SKIPPED
               GO TO 610-EXIT
           END-IF
           IF CS-AMOUNT = ZEROS
               GO TO 610-EXIT
           END-IF
           MOVE CS-DATE TO PC-POST-DATE
           MOVE "DEPOSIT" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE WS-DEPOSIT-REF-CHECK TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               ADD 1 TO WS-SET-LOCKED
               MOVE "MONTH CLOSED" TO DSS-STATUS
               WRITE SLIP-RECORD FROM DS-SETTLE-LINE
               GO TO 610-EXIT
           END-IF
           MOVE CS-AMOUNT TO WS-LEFT-TO-POST
           MOVE "CARD SETTLEMENT" TO WS-POST-MEMO
           MOVE CS-DATE TO WS-POST-DATE
           PERFORM 500-POST-DEPOSIT THRU 500-EXIT
           ADD 1 TO WS-SET-POSTED
           MOVE "POSTED" TO DSS-STATUS
           WRITE SLIP-RECORD FROM DS-SETTLE-LINE.
       610-EXIT.
