       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPAYRUN.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Accounts payable weekly payment run and aging. Run once a week
      * by the supervisor who signs the checks (APPAYRUN function).
      *
      *   P  selects the open vouchers on PayablesOpen.txt (see
      *      copybooks/APITEM.cpy) to pay:
      *        - everything due on or before the pay-through date
      *          (default a week from today), and
      *        - anything whose early-payment discount date falls
      *          between today and the pay-through date, paid now
      *          with the discount taken - the discount is worth
      *          more than the float.
      *      Held vouchers never pay. Oldest due date pays first
      *      until the cash made available runs out; what does not
      *      fit is deferred to next week and counted on the
      *      register. Each payee gets one payment for everything
      *      selected, written into SAMPLE1's checkbook log as
      *      withdrawal checks (memo ACCOUNTS PAYABLE, unprinted) so
      *      SAMPLE1's print and positive-pay modes pick them up.
      *      The checkbook's amount field tops out at 999.99, so a
      *      payment over that goes out on consecutive checks of no
      *      more than 999.99 each, all listed on the remittance.
      *      The cash available can never exceed the checkbook
      *      account's balance. The run prints the payment register
      *      (PaymentRegister.txt) and a remittance advice per payee
      *      to go in the envelope (RemittanceAdvice.txt), marks the
      *      vouchers paid, then prints the aging.
      *   A  prints only the aging (APAging.txt) - every open and
      *      held voucher's amount by payee, bucketed by days past
      *      due: current, 1-30, 31-60, 61-90, over 90.
      *
      * A payment run is refused while today's month - the date on
      * the checks - is closed through PERIODMNT; PERIODCHK logs the
      * attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the payables open item file.

       SELECT AP-OPEN-FILE
               ASSIGN TO UT-SYS-APOPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOPEN-STATUS.

      * Select statement for SAMPLE1's checkbook log.

       SELECT CHECKBOOK-LOG
               ASSIGN TO UT-SYS-CBLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBLOG-STATUS.

      * Select statement for the indexed vendor master file.

       SELECT VENDOR-MASTER-FILE
               ASSIGN TO UT-SYS-VENDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-NO
               FILE STATUS IS WS-VENDOR-STATUS.

      * Select statement for the tour-operator master.

       SELECT TOUR-OPERATOR-FILE
               ASSIGN TO UT-SYS-TOURFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURFILE-STATUS.

      * Select statement for the payment register.

       SELECT PAY-REGISTER-FILE
               ASSIGN TO UT-SYS-PAYREG
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the remittance advices.

       SELECT REMITTANCE-FILE
               ASSIGN TO UT-SYS-REMIT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the printed aging report.

       SELECT AGING-REPORT-FILE
               ASSIGN TO UT-SYS-APAGING
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the payables open item file.

       FD  AP-OPEN-FILE.
       COPY APITEM.

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

      * File description for the vendor master file.

       FD  VENDOR-MASTER-FILE.
       COPY VENDORMS.

      * File description for the tour-operator master.

       FD  TOUR-OPERATOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY TOUROPFD.

      * File description for the payment register.

       FD  PAY-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REGISTER-RECORD                    PIC X(100).

      * File description for the remittance advices.

       FD  REMITTANCE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REMIT-RECORD                       PIC X(70).

      * File description for the printed aging report.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AGING-RECORD                       PIC X(100).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-APOPEN-STATUS                PIC XX.
          05 WS-CBLOG-STATUS                 PIC XX.
          05 WS-VENDOR-STATUS                PIC XX.
          05 WS-TOURFILE-STATUS              PIC XX.
          05 WS-AP-EOF                       PIC XXX VALUE "NO".
          05 WS-AP-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-CBL-EOF                      PIC XXX VALUE "NO".
          05 WS-TOUR-EOF                     PIC XXX VALUE "NO".
          05 WS-ACCT-SEEN                    PIC XXX VALUE "NO".
          05 WS-VENDOR-OPEN                  PIC XXX VALUE "NO".
          05 WS-PY-FOUND                     PIC XXX.
          05 WS-AG-FOUND                     PIC XXX.
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-RUN-DATE-INT                 PIC 9(8).
          05 WS-DUE-DATE-INT                 PIC 9(8).
          05 WS-THROUGH-DATE                 PIC 9(8).
          05 WS-ACCT-NO                      PIC XX.
          05 WS-ACCT-BAL                     PIC 9(4)V99 VALUE 0.
          05 WS-NEXT-CHECK                   PIC 9(4) VALUE 0.
          05 WS-CASH-AVAILABLE               PIC 9(4)V99.
          05 WS-CASH-LEFT                    PIC 9(4)V99.
          05 WS-CHECK-AMT                    PIC 9(3)V99.
          05 WS-LEFT-TO-PAY                  PIC 9(7)V99.
          05 WS-DISC-AMT                     PIC 9(5)V99.
          05 WS-TAKE-DISC                    PIC XXX.
          05 WS-PAY-IT                       PIC XXX.
          05 WS-AGE-DAYS                     PIC S9(5).
          05 WS-AP-SUB                       PIC 9(4).
          05 WS-CD-SUB                       PIC 9(4).
          05 WS-CD-SUB2                      PIC 9(4).
          05 WS-PY-SUB                       PIC 999.
          05 WS-PY-SUB2                      PIC 999.
          05 WS-AG-SUB                       PIC 999.
          05 WS-AG-SUB2                      PIC 999.
          05 WS-ITEMS-PAID                   PIC 9(4) VALUE 0.
          05 WS-ITEMS-DEFERRED               PIC 9(4) VALUE 0.
          05 WS-CHECKS-WRITTEN               PIC 9(4) VALUE 0.
          05 WS-TOTAL-PAID                   PIC 9(8)V99 VALUE 0.
          05 WS-TOTAL-DISC                   PIC 9(8)V99 VALUE 0.
          05 WS-TOTAL-DEFERRED               PIC 9(8)V99 VALUE 0.
          05 WS-CONFIRM                      PIC X.
          05 WS-EDIT-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
          05 WS-RES-TYPE                     PIC X.
          05 WS-RES-CODE                     PIC X(4).
          05 WS-RES-NAME                     PIC X(25).
          05 WS-RES-ADDRESS                  PIC X(25).
          05 WS-RES-CSZ                      PIC X(22).

      * The whole payables open item file, held while the selected
      * vouchers are marked paid, then written back out.

       01 WS-AP-TABLE.
          05 WS-AP-COUNT                     PIC 9(4) VALUE 0.
          05 WS-AP-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-AP-COUNT
               INDEXED BY AP-IDX.
             10 WS-AP-IMAGE                  PIC X(124).

      * The vouchers this run could pay, sorted oldest due date
      * first, with what each would take net of its discount.

       01 WS-CD-TABLE.
          05 WS-CD-COUNT                     PIC 9(4) VALUE 0.
          05 WS-CD-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-CD-COUNT
               INDEXED BY CD-IDX.
             10 WS-CD-AP-SUB                 PIC 9(4).
             10 WS-CD-DUE                    PIC 9(8).
             10 WS-CD-NET                    PIC 9(7)V99.
             10 WS-CD-DISC                   PIC 9(5)V99.
             10 WS-CD-SELECTED               PIC X.
             10 WS-CD-PY-SUB                 PIC 999.

       01 WS-CD-HOLD.
          05 WS-CDH-AP-SUB                   PIC 9(4).
          05 WS-CDH-DUE                      PIC 9(8).
          05                                 PIC X(20).

      * The payees being paid, in the order their oldest voucher
      * came up, with the checks each payment went out on.

       01 WS-PY-TABLE.
          05 WS-PY-COUNT                     PIC 999 VALUE 0.
          05 WS-PY-ENTRIES OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-PY-COUNT
               INDEXED BY PY-IDX.
             10 WS-PY-TYPE                   PIC X.
             10 WS-PY-CODE                   PIC X(4).
             10 WS-PY-NET                    PIC 9(7)V99.
             10 WS-PY-DISC                   PIC 9(7)V99.
             10 WS-PY-FIRST-CHECK            PIC 9(4).
             10 WS-PY-CHECKS                 PIC 99.

      * The payees owed anything, in payee order, by aging bucket.

       01 WS-AG-TABLE.
          05 WS-AG-COUNT                     PIC 999 VALUE 0.
          05 WS-AG-ENTRIES OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-AG-COUNT
               INDEXED BY AG-IDX.
             10 WS-AG-PAYEE.
                15 WS-AG-TYPE                PIC X.
                15 WS-AG-CODE                PIC X(4).
             10 WS-AG-BUCKET                 PIC 9(7)V99
                                             OCCURS 5 TIMES.
             10 WS-AG-HELD                   PIC 9(7)V99.

       01 WS-AG-HOLD.
          05 WS-AGH-PAYEE                    PIC X(5).
          05                                 PIC X(54).

       01 WS-AG-TOTALS.
          05 WS-AGT-BUCKET                   PIC 9(8)V99
                                             OCCURS 5 TIMES.
          05 WS-AGT-HELD                     PIC 9(8)V99.
          05 WS-AGT-TOTAL                    PIC 9(8)V99.
          05 WS-AGT-SUB                      PIC 9.
          05 WS-AG-LINE-TOTAL                PIC 9(8)V99.

      * The tour-operator master loaded for payee names.

       01 WS-TOUR-TABLE.
          05 WS-TOUR-COUNT                   PIC 999 VALUE 0.
          05 WS-TOUR-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-TOUR-COUNT
               INDEXED BY TOUR-IDX.
             10 WS-TOUR-TBL-CODE             PIC X(3).
             10 WS-TOUR-TBL-NAME             PIC X(20).
             10 WS-TOUR-TBL-CONTACT          PIC X(20).

      * Operator sign-on and the shared OPCHECK permission check -
      * the APPAYRUN function gates this program through the matrix
      * (no matrix on file falls back to the level-3 compare).

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

      * Payment register lines.

       01 PR-HEADING1.
          05                                 PIC X(34)
                   VALUE "ACCOUNTS PAYABLE PAYMENT REGISTER ".
          05 PRH-DATE                        PIC 9(8).
          05                                 PIC X(15)
                                    VALUE "  PAY THROUGH ".
          05 PRH-THROUGH                     PIC 9(8).
          05                                 PIC X(9)
                                    VALUE "  ACCOUNT".
          05                                 PIC X     VALUE SPACE.
          05 PRH-ACCOUNT                     PIC XX.
          05                                 PIC X(23) VALUE SPACES.

       01 PR-HEADING2.
          05                                 PIC X(8)  VALUE "VOUCHER".
          05                                 PIC X(14)
                                    VALUE "INVOICE".
          05                                 PIC X(10) VALUE "INV DATE".
          05                                 PIC X(10) VALUE "DUE DATE".
          05                                 PIC X(13)
                                    VALUE "       AMOUNT".
          05                                 PIC X(11)
                                    VALUE "   DISCOUNT".
          05                                 PIC X(13)
                                    VALUE "         PAID".
          05                                 PIC X(21) VALUE SPACES.

       01 PR-PAYEE-LINE.
          05                                 PIC X(6)  VALUE "PAYEE ".
          05 PRP-TYPE                        PIC X.
          05                                 PIC X     VALUE SPACE.
          05 PRP-CODE                        PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 PRP-NAME                        PIC X(25).
          05                                 PIC X(61) VALUE SPACES.

       01 PR-DETAIL.
          05 PRD-VOUCHER                     PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 PRD-INVOICE                     PIC X(12).
          05                                 PIC X(2)  VALUE SPACES.
          05 PRD-INV-DATE                    PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 PRD-DUE-DATE                    PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 PRD-AMOUNT                      PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PRD-DISC                        PIC ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PRD-PAID                        PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(21) VALUE SPACES.

       01 PR-CHECK-LINE.
          05                                 PIC X(8)  VALUE SPACES.
          05                                 PIC X(6)  VALUE "CHECK ".
          05 PRC-CHECK-NO                    PIC 9(4).
          05                                 PIC X(49) VALUE SPACES.
          05 PRC-AMOUNT                      PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(21) VALUE SPACES.

       01 PR-FOOTER.
          05 PRF-LABEL                       PIC X(35).
          05 PRF-AMOUNT                      PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05 PRF-COUNT                       PIC ZZZ9.
          05                                 PIC X(43) VALUE SPACES.

      * Remittance advice lines.

       01 RA-HEADING.
          05                                 PIC X(40)
                   VALUE "REMITTANCE ADVICE - PAYMENT ENCLOSED    ".
          05 RAH-DATE                        PIC 9(8).
          05                                 PIC X(22) VALUE SPACES.

       01 RA-ADDRESS-LINE.
          05                                 PIC X(4)  VALUE SPACES.
          05 RAA-TEXT                        PIC X(25).
          05                                 PIC X(41) VALUE SPACES.

       01 RA-ITEM-HEADING.
          05                                 PIC X(14) VALUE "INVOICE".
          05                                 PIC X(10) VALUE "INV DATE".
          05                                 PIC X(13)
                                    VALUE "       AMOUNT".
          05                                 PIC X(11)
                                    VALUE "   DISCOUNT".
          05                                 PIC X(13)
                                    VALUE "         PAID".
          05                                 PIC X(9)  VALUE SPACES.

       01 RA-ITEM-LINE.
          05 RAI-INVOICE                     PIC X(12).
          05                                 PIC X(2)  VALUE SPACES.
          05 RAI-INV-DATE                    PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RAI-AMOUNT                      PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAI-DISC                        PIC ZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAI-PAID                        PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(9)  VALUE SPACES.

       01 RA-CHECK-LINE.
          05                                 PIC X(18)
                                    VALUE "ENCLOSED CHECK NO ".
          05 RAC-CHECK-NO                    PIC 9(4).
          05                                 PIC X(27) VALUE SPACES.
          05 RAC-AMOUNT                      PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(9)  VALUE SPACES.

       01 RA-TOTAL-LINE.
          05                                 PIC X(49)
                   VALUE "TOTAL PAYMENT".
          05 RAT-AMOUNT                      PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(9)  VALUE SPACES.

       01 RA-END-LINE.
          05                                 PIC X(60) VALUE ALL "=".
          05                                 PIC X(10) VALUE SPACES.

      * Aging report lines.

       01 AG-HEADING1.
          05                                 PIC X(38)
                   VALUE "ACCOUNTS PAYABLE AGING - PAST DUE    ".
          05 AGH-DATE                        PIC 9(8).
          05                                 PIC X(54) VALUE SPACES.

       01 AG-HEADING2.
          05                                 PIC X(33)
                   VALUE "PAYEE".
          05                                 PIC X(11)
                                    VALUE "    CURRENT".
          05                                 PIC X(11)
                                    VALUE "       1-30".
          05                                 PIC X(11)
                                    VALUE "      31-60".
          05                                 PIC X(11)
                                    VALUE "      61-90".
          05                                 PIC X(11)
                                    VALUE "    OVER 90".
          05                                 PIC X(12)
                                    VALUE "       TOTAL".

       01 AG-DETAIL.
          05 AGD-TYPE                        PIC X.
          05                                 PIC X     VALUE SPACE.
          05 AGD-CODE                        PIC X(4).
          05                                 PIC X     VALUE SPACE.
          05 AGD-NAME                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 AGD-BUCKET                      PIC ZZZ,ZZ9.99
                                             OCCURS 5 TIMES.
          05 AGD-TOTAL                       PIC Z,ZZZ,ZZ9.99.
          05 AGD-HELD-FLAG                   PIC X(5).

       01 AG-FOOTER.
          05 AGF-LABEL                       PIC X(33).
          05 AGF-BUCKET                      PIC ZZZ,ZZ9.99
                                             OCCURS 5 TIMES.
          05 AGF-TOTAL                       PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(5)  VALUE SPACES.

       01 AG-HELD-LINE.
          05                                 PIC X(35)
                   VALUE "*** OF WHICH HELD - NOT PAYABLE    ".
          05 AGL-HELD                        PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(47) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-APOPEN                   PIC X(60)
          VALUE "C:\COBOL\PayablesOpen.txt".
          05 UT-SYS-CBLOG                    PIC X(60)
          VALUE "C:\COBOL\CheckbookLog.txt".
          05 UT-SYS-VENDOR                   PIC X(60)
          VALUE "C:\COBOL\VendorMaster.dat".
          05 UT-SYS-TOURFILE                 PIC X(60)
          VALUE "C:\COBOL\TourOperators.txt".
          05 UT-SYS-PAYREG                   PIC X(60)
          VALUE "C:\COBOL\PaymentRegister.txt".
          05 UT-SYS-REMIT                    PIC X(60)
          VALUE "C:\COBOL\RemittanceAdvice.txt".
          05 UT-SYS-APAGING                  PIC X(60)
          VALUE "C:\COBOL\APAging.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE SUPERVISOR ON, LOADS THE PAYABLES
      * FILE AND THE PAYEE MASTERS, AND ROUTES TO THE CHOSEN RUN.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 100-LOAD-AP-FILE THRU 100-EXIT
           PERFORM 120-LOAD-OPERATORS THRU 120-EXIT
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS = "00"
               MOVE "YES" TO WS-VENDOR-OPEN
           END-IF
           DISPLAY "PAYABLES - P=PAYMENT RUN AND AGING A=AGING ONLY"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "P"
               WHEN "p"
                   PERFORM 200-PAYMENT-RUN THRU 200-EXIT
                   PERFORM 600-RUN-AGING THRU 600-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 600-RUN-AGING THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
           IF WS-VENDOR-OPEN = "YES"
               CLOSE VENDOR-MASTER-FILE
           END-IF
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE APPAYRUN
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
           MOVE "APPAYRUN" TO SO-PROGRAM
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
           MOVE "APPAYRUN" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE APPAYRUN FUNCTION - "
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
      * 100-LOAD-AP-FILE PULLS THE WHOLE PAYABLES OPEN ITEM FILE INTO
      * THE TABLE.
      ******************************************************************
       100-LOAD-AP-FILE.
           OPEN INPUT AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-AP THRU 110-EXIT
               UNTIL WS-AP-EOF = "YES"
           CLOSE AP-OPEN-FILE.
       100-EXIT.

       110-READ-AP.
           READ AP-OPEN-FILE
               AT END
                   MOVE "YES" TO WS-AP-EOF
               NOT AT END
                   IF WS-AP-COUNT < 1000
                       ADD 1 TO WS-AP-COUNT
                       MOVE AP-RECORD TO WS-AP-IMAGE (WS-AP-COUNT)
                   ELSE
                       MOVE "YES" TO WS-AP-OVERFLOW
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 120-LOAD-OPERATORS LOADS THE TOUR-OPERATOR MASTER FOR THE
      * NAMES OF OPERATOR PAYEES.
      ******************************************************************
       120-LOAD-OPERATORS.
           OPEN INPUT TOUR-OPERATOR-FILE
           IF WS-TOURFILE-STATUS NOT = "00"
               GO TO 120-EXIT
           END-IF
           PERFORM UNTIL WS-TOUR-EOF = "YES"
               READ TOUR-OPERATOR-FILE
                   AT END
                       MOVE "YES" TO WS-TOUR-EOF
                   NOT AT END
                       IF WS-TOUR-COUNT < 100
                           ADD 1 TO WS-TOUR-COUNT
                           SET TOUR-IDX TO WS-TOUR-COUNT
                           MOVE TO-CODE
                               TO WS-TOUR-TBL-CODE (TOUR-IDX)
                           MOVE TO-NAME
                               TO WS-TOUR-TBL-NAME (TOUR-IDX)
                           MOVE TO-CONTACT
                               TO WS-TOUR-TBL-CONTACT (TOUR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOUR-OPERATOR-FILE.
       120-EXIT.

      ******************************************************************
      * 150-LOAD-CHECKBOOK READS SAMPLE1'S CHECKBOOK LOG FOR THE NEXT
      * CHECK NUMBER (HIGHEST ON ANY ACCOUNT + 1, AS SAMPLE1 NUMBERS
      * THEM) AND THE PAYING ACCOUNT'S BALANCE (ITS LAST RECORD).
      * A RECORD WITH NO ACCOUNT NUMBER BELONGS TO ACCOUNT 01.
      ******************************************************************
       150-LOAD-CHECKBOOK.
           OPEN INPUT CHECKBOOK-LOG
           IF WS-CBLOG-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM UNTIL WS-CBL-EOF = "YES"
               READ CHECKBOOK-LOG
                   AT END
                       MOVE "YES" TO WS-CBL-EOF
                   NOT AT END
                       IF CBL-ACCT-NO = SPACES
                           MOVE "01" TO CBL-ACCT-NO
                       END-IF
                       IF CBL-CHECK-NO NUMERIC
                           AND CBL-CHECK-NO > WS-NEXT-CHECK
                           MOVE CBL-CHECK-NO TO WS-NEXT-CHECK
                       END-IF
                       IF CBL-ACCT-NO = WS-ACCT-NO
                           AND CBL-BALANCE NUMERIC
                           MOVE "YES" TO WS-ACCT-SEEN
                           MOVE CBL-BALANCE TO WS-ACCT-BAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKBOOK-LOG.
       150-EXIT.

      ******************************************************************
      * 200-PAYMENT-RUN TAKES THE RUN'S PARAMETERS, SELECTS WHAT TO
      * PAY, AND - ONCE THE SUPERVISOR CONFIRMS THE TOTALS - WRITES
      * THE CHECKS INTO THE CHECKBOOK LOG, MARKS THE VOUCHERS PAID,
      * AND PRINTS THE REGISTER AND THE REMITTANCE ADVICES.
      ******************************************************************
       200-PAYMENT-RUN.

      * The payables file is rewritten from the table afterward, so a
      * file that does not fit MUST stop the run here - rewriting
      * would silently delete the overflow vouchers.

           IF WS-AP-OVERFLOW = "YES"
               DISPLAY "PAYABLES FILE EXCEEDS 1000 ITEMS - PAYMENT "
                   "RUN REFUSED, NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-CHECK-PERIOD THRU 210-EXIT
           DISPLAY "PAY THROUGH DATE YYYYMMDD (0 = A WEEK FROM TODAY)"
           MOVE ZEROS TO WS-THROUGH-DATE
           ACCEPT WS-THROUGH-DATE
           IF WS-THROUGH-DATE = ZEROS
               COMPUTE WS-THROUGH-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 7)
           END-IF
           IF WS-THROUGH-DATE < WS-RUN-DATE
               DISPLAY "PAY THROUGH DATE IS BEFORE TODAY - NO RUN"
               GO TO 200-EXIT
           END-IF
           DISPLAY "CHECKBOOK ACCOUNT TO PAY FROM (BLANK = 01)"
           MOVE SPACES TO WS-ACCT-NO
           ACCEPT WS-ACCT-NO
           IF WS-ACCT-NO = SPACES
               MOVE "01" TO WS-ACCT-NO
           END-IF
           PERFORM 150-LOAD-CHECKBOOK THRU 150-EXIT
           IF WS-ACCT-SEEN = "NO" OR WS-ACCT-BAL = ZEROS
               DISPLAY "NO BALANCE IN CHECKBOOK ACCOUNT " WS-ACCT-NO
                   " - NO RUN"
               GO TO 200-EXIT
           END-IF
           MOVE WS-ACCT-BAL TO WS-EDIT-AMOUNT
           DISPLAY "ACCOUNT " WS-ACCT-NO " BALANCE " WS-EDIT-AMOUNT
           DISPLAY "CASH AVAILABLE FOR THE RUN (0 = THE BALANCE)"
           MOVE ZEROS TO WS-CASH-AVAILABLE
           ACCEPT WS-CASH-AVAILABLE
           IF WS-CASH-AVAILABLE = ZEROS
               OR WS-CASH-AVAILABLE > WS-ACCT-BAL
               MOVE WS-ACCT-BAL TO WS-CASH-AVAILABLE
           END-IF
           PERFORM 300-SELECT-VOUCHERS THRU 300-EXIT
           IF WS-ITEMS-PAID = ZEROS
               DISPLAY "NOTHING SELECTED TO PAY - " WS-ITEMS-DEFERRED
                   " VOUCHER(S) DEFERRED FOR CASH"
               GO TO 200-EXIT
           END-IF
           MOVE WS-TOTAL-PAID TO WS-EDIT-AMOUNT
           DISPLAY "PAY " WS-ITEMS-PAID " VOUCHER(S) TO " WS-PY-COUNT
               " PAYEE(S) FOR " WS-EDIT-AMOUNT "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "PAYMENT RUN ABANDONED - NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           PERFORM 400-WRITE-CHECKS THRU 400-EXIT
           PERFORM 450-MARK-PAID THRU 450-EXIT
           PERFORM 750-REWRITE-AP-FILE THRU 750-EXIT
           PERFORM 500-PRINT-REGISTER THRU 500-EXIT
           DISPLAY WS-CHECKS-WRITTEN " CHECK(S) WRITTEN TO THE "
               "CHECKBOOK - PRINT THEM FROM SAMPLE1"
           DISPLAY "PAYMENT REGISTER WRITTEN TO " UT-SYS-PAYREG
           DISPLAY "REMITTANCE ADVICES WRITTEN TO " UT-SYS-REMIT.
       200-EXIT.

      ******************************************************************
      * 210-CHECK-PERIOD ASKS PERIODCHK WHETHER THE CHECK DATE'S MONTH
      * IS STILL OPEN BEFORE THE RUN WRITES ANYTHING. A CLOSED MONTH
      * ENDS THE RUN.
      ******************************************************************
       210-CHECK-PERIOD.
           MOVE WS-RUN-DATE TO PC-POST-DATE
           MOVE "APPAYRUN" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE "PAYABLES PAYMENT RUN" TO PC-DETAIL
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-RUN-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       210-EXIT.

      ******************************************************************
      * 300-SELECT-VOUCHERS GATHERS THE PAYABLE VOUCHERS, SORTS THEM
      * OLDEST DUE DATE FIRST, AND TAKES EACH IN TURN WHILE THE CASH
      * LASTS. A VOUCHER THAT DOES NOT FIT IS DEFERRED; A SMALLER ONE
      * BEHIND IT MAY STILL GO.
      ******************************************************************
       300-SELECT-VOUCHERS.
           PERFORM 310-CONSIDER-VOUCHER THRU 310-EXIT
               VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
           PERFORM VARYING WS-CD-SUB FROM 2 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
               PERFORM 320-INSERT-ONE-VOUCHER THRU 320-EXIT
           END-PERFORM
           MOVE WS-CASH-AVAILABLE TO WS-CASH-LEFT
           PERFORM 330-TAKE-VOUCHER THRU 330-EXIT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT.
       300-EXIT.

      ******************************************************************
      * 310-CONSIDER-VOUCHER ADDS AN OPEN VOUCHER TO THE CANDIDATES
      * WHEN IT FALLS DUE BY THE PAY-THROUGH DATE, OR ITS DISCOUNT
      * WOULD BE LOST BEFORE NEXT WEEK'S RUN. THE DISCOUNT IS TAKEN
      * WHENEVER TODAY IS STILL ON OR BEFORE THE DISCOUNT DATE.
      ******************************************************************
       310-CONSIDER-VOUCHER.
           MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
           IF NOT AP-OPEN
               GO TO 310-EXIT
           END-IF
           MOVE "NO" TO WS-TAKE-DISC WS-PAY-IT
           IF AP-DISC-PCT > ZEROS AND AP-DISC-DATE NOT < WS-RUN-DATE
               MOVE "YES" TO WS-TAKE-DISC
               IF AP-DISC-DATE NOT > WS-THROUGH-DATE
                   MOVE "YES" TO WS-PAY-IT
               END-IF
           END-IF
           IF AP-DUE-DATE NOT > WS-THROUGH-DATE
               MOVE "YES" TO WS-PAY-IT
           END-IF
           IF WS-PAY-IT = "NO"
               GO TO 310-EXIT
           END-IF
           MOVE ZEROS TO WS-DISC-AMT
           IF WS-TAKE-DISC = "YES"
               COMPUTE WS-DISC-AMT ROUNDED =
                   AP-AMOUNT * AP-DISC-PCT / 100
           END-IF
           ADD 1 TO WS-CD-COUNT
           SET CD-IDX TO WS-CD-COUNT
           MOVE WS-AP-SUB TO WS-CD-AP-SUB (CD-IDX)
           MOVE AP-DUE-DATE TO WS-CD-DUE (CD-IDX)
           COMPUTE WS-CD-NET (CD-IDX) = AP-AMOUNT - WS-DISC-AMT
           MOVE WS-DISC-AMT TO WS-CD-DISC (CD-IDX)
           MOVE "N" TO WS-CD-SELECTED (CD-IDX)
           MOVE ZEROS TO WS-CD-PY-SUB (CD-IDX).
       310-EXIT.

      * Insertion sort by due date, the way VENDRTV sorts its vendors.

       320-INSERT-ONE-VOUCHER.
           MOVE WS-CD-ENTRIES (WS-CD-SUB) TO WS-CD-HOLD
           MOVE WS-CD-SUB TO WS-CD-SUB2
           PERFORM UNTIL WS-CD-SUB2 <= 1
               OR WS-CD-DUE (WS-CD-SUB2 - 1) NOT > WS-CDH-DUE
               MOVE WS-CD-ENTRIES (WS-CD-SUB2 - 1)
                   TO WS-CD-ENTRIES (WS-CD-SUB2)
               SUBTRACT 1 FROM WS-CD-SUB2
           END-PERFORM
           MOVE WS-CD-HOLD TO WS-CD-ENTRIES (WS-CD-SUB2).
       320-EXIT.

      ******************************************************************
      * 330-TAKE-VOUCHER PAYS A CANDIDATE IF IT FITS THE CASH LEFT,
      * ADDING IT TO ITS PAYEE'S PAYMENT.
      ******************************************************************
       330-TAKE-VOUCHER.
           IF WS-CD-NET (WS-CD-SUB) > WS-CASH-LEFT
               ADD 1 TO WS-ITEMS-DEFERRED
               ADD WS-CD-NET (WS-CD-SUB) TO WS-TOTAL-DEFERRED
               GO TO 330-EXIT
           END-IF
           MOVE WS-CD-AP-SUB (WS-CD-SUB) TO WS-AP-SUB
           MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
           MOVE "NO" TO WS-PY-FOUND
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT OR WS-PY-FOUND = "YES"
               IF WS-PY-TYPE (WS-PY-SUB) = AP-PAYEE-TYPE
                   AND WS-PY-CODE (WS-PY-SUB) = AP-PAYEE-CODE
                   MOVE "YES" TO WS-PY-FOUND
                   MOVE WS-PY-SUB TO WS-PY-SUB2
               END-IF
           END-PERFORM
           IF WS-PY-FOUND = "NO"
               IF WS-PY-COUNT >= 300
                   ADD 1 TO WS-ITEMS-DEFERRED
                   ADD WS-CD-NET (WS-CD-SUB) TO WS-TOTAL-DEFERRED
                   GO TO 330-EXIT
               END-IF
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-PY-SUB2
               MOVE AP-PAYEE-TYPE TO WS-PY-TYPE (WS-PY-SUB2)
               MOVE AP-PAYEE-CODE TO WS-PY-CODE (WS-PY-SUB2)
               MOVE ZEROS TO WS-PY-NET (WS-PY-SUB2)
                   WS-PY-DISC (WS-PY-SUB2)
                   WS-PY-FIRST-CHECK (WS-PY-SUB2)
                   WS-PY-CHECKS (WS-PY-SUB2)
           END-IF
           SUBTRACT WS-CD-NET (WS-CD-SUB) FROM WS-CASH-LEFT
           ADD WS-CD-NET (WS-CD-SUB) TO WS-PY-NET (WS-PY-SUB2)
           ADD WS-CD-DISC (WS-CD-SUB) TO WS-PY-DISC (WS-PY-SUB2)
           MOVE "Y" TO WS-CD-SELECTED (WS-CD-SUB)
           MOVE WS-PY-SUB2 TO WS-CD-PY-SUB (WS-CD-SUB)
           ADD 1 TO WS-ITEMS-PAID
           ADD WS-CD-NET (WS-CD-SUB) TO WS-TOTAL-PAID
           ADD WS-CD-DISC (WS-CD-SUB) TO WS-TOTAL-DISC.
       330-EXIT.

      ******************************************************************
      * 350-RESOLVE-PAYEE SETS WS-RES-NAME AND THE ADDRESS LINES FOR
      * THE PAYEE IN WS-RES-TYPE / WS-RES-CODE - A VENDOR FROM THE
      * VENDOR MASTER, A TOUR OPERATOR FROM THE OPERATOR MASTER (WHICH
      * KEEPS A CONTACT BUT NO ADDRESS).
      ******************************************************************
       350-RESOLVE-PAYEE.
           MOVE SPACES TO WS-RES-NAME WS-RES-ADDRESS WS-RES-CSZ
           IF WS-RES-TYPE = "V"
               MOVE "*** NOT ON VENDOR MASTER ***" TO WS-RES-NAME
               IF WS-VENDOR-OPEN = "YES"
                   MOVE WS-RES-CODE TO VN-VENDOR-NO
                   READ VENDOR-MASTER-FILE
                       NOT INVALID KEY
                           MOVE VN-NAME TO WS-RES-NAME
                           MOVE VN-ADDRESS TO WS-RES-ADDRESS
                           MOVE VN-CITY-STATE-ZIP TO WS-RES-CSZ
                   END-READ
               END-IF
               GO TO 350-EXIT
           END-IF
           MOVE "*** UNKNOWN OPERATOR ***" TO WS-RES-NAME
           IF WS-TOUR-COUNT > 0
               SET TOUR-IDX TO 1
               SEARCH WS-TOUR-ENTRIES
                   WHEN WS-TOUR-TBL-CODE (TOUR-IDX) = WS-RES-CODE
                       MOVE WS-TOUR-TBL-NAME (TOUR-IDX) TO WS-RES-NAME
                       MOVE WS-TOUR-TBL-CONTACT (TOUR-IDX)
                           TO WS-RES-ADDRESS
               END-SEARCH
           END-IF.
       350-EXIT.

      ******************************************************************
      * 400-WRITE-CHECKS APPENDS EACH PAYEE'S PAYMENT TO THE CHECKBOOK
      * LOG AS ONE OR MORE WITHDRAWAL CHECKS, CARRYING THE ACCOUNT'S
      * RUNNING BALANCE DOWN THE WAY SAMPLE1 DOES.
      ******************************************************************
       400-WRITE-CHECKS.
           OPEN EXTEND CHECKBOOK-LOG
           IF WS-CBLOG-STATUS NOT = "00"
               OPEN OUTPUT CHECKBOOK-LOG
           END-IF
           PERFORM 410-WRITE-PAYEE-CHECKS THRU 410-EXIT
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT
           CLOSE CHECKBOOK-LOG.
       400-EXIT.

       410-WRITE-PAYEE-CHECKS.
           MOVE WS-PY-TYPE (WS-PY-SUB) TO WS-RES-TYPE
           MOVE WS-PY-CODE (WS-PY-SUB) TO WS-RES-CODE
           PERFORM 350-RESOLVE-PAYEE THRU 350-EXIT
           MOVE WS-PY-NET (WS-PY-SUB) TO WS-LEFT-TO-PAY
           PERFORM UNTIL WS-LEFT-TO-PAY = ZEROS
               IF WS-LEFT-TO-PAY > 999.99
                   MOVE 999.99 TO WS-CHECK-AMT
               ELSE
                   MOVE WS-LEFT-TO-PAY TO WS-CHECK-AMT
               END-IF
               SUBTRACT WS-CHECK-AMT FROM WS-LEFT-TO-PAY
               ADD 1 TO WS-NEXT-CHECK
               IF WS-PY-CHECKS (WS-PY-SUB) = ZEROS
                   MOVE WS-NEXT-CHECK TO WS-PY-FIRST-CHECK (WS-PY-SUB)
               END-IF
               ADD 1 TO WS-PY-CHECKS (WS-PY-SUB)
               SUBTRACT WS-CHECK-AMT FROM WS-ACCT-BAL
               MOVE "W" TO CBL-TRX-TYPE
               MOVE WS-CHECK-AMT TO CBL-TRX-AMT
               MOVE "ACCOUNTS PAYABLE" TO CBL-MEMO
               MOVE WS-ACCT-BAL TO CBL-BALANCE
               MOVE WS-ACCT-NO TO CBL-ACCT-NO
               MOVE SPACE TO CBL-CLEARED CBL-PRINTED
               MOVE WS-NEXT-CHECK TO CBL-CHECK-NO
               MOVE WS-RES-NAME TO CBL-PAYEE
               MOVE WS-RUN-DATE TO CBL-TRX-DATE
               WRITE CBL-LOG-RECORD
               ADD 1 TO WS-CHECKS-WRITTEN
           END-PERFORM.
       410-EXIT.

      ******************************************************************
      * 450-MARK-PAID MARKS EVERY SELECTED VOUCHER PAID WITH WHAT WENT
      * OUT, THE DISCOUNT TAKEN, AND ITS PAYEE'S CHECKS.
      ******************************************************************
       450-MARK-PAID.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-SELECTED (WS-CD-SUB) = "Y"
                   MOVE WS-CD-AP-SUB (WS-CD-SUB) TO WS-AP-SUB
                   MOVE WS-CD-PY-SUB (WS-CD-SUB) TO WS-PY-SUB
                   MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
                   MOVE "P" TO AP-STATUS
                   MOVE WS-CD-NET (WS-CD-SUB) TO AP-PAID-AMT
                   MOVE WS-CD-DISC (WS-CD-SUB) TO AP-DISC-TAKEN
                   MOVE WS-RUN-DATE TO AP-PAID-DATE
                   MOVE WS-PY-FIRST-CHECK (WS-PY-SUB) TO AP-CHECK-NO
                   MOVE WS-PY-CHECKS (WS-PY-SUB) TO AP-CHECKS
                   MOVE AP-RECORD TO WS-AP-IMAGE (WS-AP-SUB)
               END-IF
           END-PERFORM.
       450-EXIT.

      ******************************************************************
      * 500-PRINT-REGISTER PRINTS THE PAYMENT REGISTER - EACH PAYEE
      * WITH THE VOUCHERS PAID AND THE CHECKS THEY WENT OUT ON, THEN
      * THE RUN TOTALS AND WHAT WAS DEFERRED FOR CASH - AND A
      * REMITTANCE ADVICE PER PAYEE ALONGSIDE.
      ******************************************************************
       500-PRINT-REGISTER.
           OPEN OUTPUT PAY-REGISTER-FILE
           OPEN OUTPUT REMITTANCE-FILE
           MOVE WS-RUN-DATE TO PRH-DATE
           MOVE WS-THROUGH-DATE TO PRH-THROUGH
           MOVE WS-ACCT-NO TO PRH-ACCOUNT
           WRITE REGISTER-RECORD FROM PR-HEADING1
           WRITE REGISTER-RECORD FROM PR-HEADING2
            AFTER ADVANCING 1 LINE
           PERFORM 510-PRINT-PAYEE THRU 510-EXIT
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT
           MOVE "*** TOTAL PAID - VOUCHERS" TO PRF-LABEL
           MOVE WS-TOTAL-PAID TO PRF-AMOUNT
           MOVE WS-ITEMS-PAID TO PRF-COUNT
           WRITE REGISTER-RECORD FROM PR-FOOTER
            AFTER ADVANCING 2 LINES
           MOVE "*** DISCOUNTS TAKEN" TO PRF-LABEL
           MOVE WS-TOTAL-DISC TO PRF-AMOUNT
           MOVE ZEROS TO PRF-COUNT
           WRITE REGISTER-RECORD FROM PR-FOOTER
            AFTER ADVANCING 1 LINE
           MOVE "*** CHECKS WRITTEN - ACCOUNT BAL" TO PRF-LABEL
           MOVE WS-ACCT-BAL TO PRF-AMOUNT
           MOVE WS-CHECKS-WRITTEN TO PRF-COUNT
           WRITE REGISTER-RECORD FROM PR-FOOTER
            AFTER ADVANCING 1 LINE
           MOVE "*** DEFERRED FOR CASH - VOUCHERS" TO PRF-LABEL
           MOVE WS-TOTAL-DEFERRED TO PRF-AMOUNT
           MOVE WS-ITEMS-DEFERRED TO PRF-COUNT
           WRITE REGISTER-RECORD FROM PR-FOOTER
            AFTER ADVANCING 1 LINE
           CLOSE PAY-REGISTER-FILE
           CLOSE REMITTANCE-FILE.
       500-EXIT.

       510-PRINT-PAYEE.
           MOVE WS-PY-TYPE (WS-PY-SUB) TO WS-RES-TYPE PRP-TYPE
           MOVE WS-PY-CODE (WS-PY-SUB) TO WS-RES-CODE PRP-CODE
           PERFORM 350-RESOLVE-PAYEE THRU 350-EXIT
           MOVE WS-RES-NAME TO PRP-NAME
           WRITE REGISTER-RECORD FROM PR-PAYEE-LINE
            AFTER ADVANCING 2 LINES
           MOVE WS-RUN-DATE TO RAH-DATE
           WRITE REMIT-RECORD FROM RA-HEADING
           MOVE WS-RES-NAME TO RAA-TEXT
           WRITE REMIT-RECORD FROM RA-ADDRESS-LINE
            AFTER ADVANCING 2 LINES
           MOVE WS-RES-ADDRESS TO RAA-TEXT
           WRITE REMIT-RECORD FROM RA-ADDRESS-LINE
            AFTER ADVANCING 1 LINE
           MOVE WS-RES-CSZ TO RAA-TEXT
           WRITE REMIT-RECORD FROM RA-ADDRESS-LINE
            AFTER ADVANCING 1 LINE
           WRITE REMIT-RECORD FROM RA-ITEM-HEADING
            AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-SELECTED (WS-CD-SUB) = "Y"
                   AND WS-CD-PY-SUB (WS-CD-SUB) = WS-PY-SUB
                   PERFORM 520-PRINT-VOUCHER THRU 520-EXIT
               END-IF
           END-PERFORM
           MOVE WS-PY-NET (WS-PY-SUB) TO WS-LEFT-TO-PAY
           MOVE WS-PY-FIRST-CHECK (WS-PY-SUB) TO PRC-CHECK-NO
           PERFORM UNTIL WS-LEFT-TO-PAY = ZEROS
               IF WS-LEFT-TO-PAY > 999.99
                   MOVE 999.99 TO WS-CHECK-AMT
               ELSE
                   MOVE WS-LEFT-TO-PAY TO WS-CHECK-AMT
               END-IF
               SUBTRACT WS-CHECK-AMT FROM WS-LEFT-TO-PAY
               MOVE WS-CHECK-AMT TO PRC-AMOUNT RAC-AMOUNT
               MOVE PRC-CHECK-NO TO RAC-CHECK-NO
               WRITE REGISTER-RECORD FROM PR-CHECK-LINE
                AFTER ADVANCING 1 LINE
               WRITE REMIT-RECORD FROM RA-CHECK-LINE
                AFTER ADVANCING 1 LINE
               ADD 1 TO PRC-CHECK-NO
           END-PERFORM
           MOVE WS-PY-NET (WS-PY-SUB) TO RAT-AMOUNT
           WRITE REMIT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           WRITE REMIT-RECORD FROM RA-END-LINE
            AFTER ADVANCING 1 LINE.
       510-EXIT.

       520-PRINT-VOUCHER.
           MOVE WS-CD-AP-SUB (WS-CD-SUB) TO WS-AP-SUB
           MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
           MOVE AP-VOUCHER-NO TO PRD-VOUCHER
           MOVE AP-INVOICE-NO TO PRD-INVOICE RAI-INVOICE
           MOVE AP-INVOICE-DATE TO PRD-INV-DATE RAI-INV-DATE
           MOVE AP-DUE-DATE TO PRD-DUE-DATE
           MOVE AP-AMOUNT TO PRD-AMOUNT RAI-AMOUNT
           MOVE AP-DISC-TAKEN TO PRD-DISC RAI-DISC
           MOVE AP-PAID-AMT TO PRD-PAID RAI-PAID
           WRITE REGISTER-RECORD FROM PR-DETAIL
            AFTER ADVANCING 1 LINE
           WRITE REMIT-RECORD FROM RA-ITEM-LINE
            AFTER ADVANCING 1 LINE.
       520-EXIT.

      ******************************************************************
      * 600-RUN-AGING TALLIES EVERY OPEN AND HELD VOUCHER INTO ITS
      * PAYEE'S PAST-DUE BUCKET AND PRINTS ONE LINE PER PAYEE, IN
      * PAYEE ORDER, WITH GRAND TOTALS. A PAYEE WITH ANYTHING HELD IS
      * FLAGGED.
      ******************************************************************
       600-RUN-AGING.
           MOVE ZEROS TO WS-AG-COUNT
           INITIALIZE WS-AG-TOTALS
           PERFORM 610-TALLY-VOUCHER THRU 610-EXIT
               VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
           PERFORM VARYING WS-AG-SUB FROM 2 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
               PERFORM 620-INSERT-ONE-PAYEE THRU 620-EXIT
           END-PERFORM
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-RUN-DATE TO AGH-DATE
           WRITE AGING-RECORD FROM AG-HEADING1
           WRITE AGING-RECORD FROM AG-HEADING2
            AFTER ADVANCING 1 LINE
           PERFORM 650-WRITE-PAYEE THRU 650-EXIT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           MOVE "*** TOTAL OWED" TO AGF-LABEL
           PERFORM VARYING WS-AGT-SUB FROM 1 BY 1
               UNTIL WS-AGT-SUB > 5
               MOVE WS-AGT-BUCKET (WS-AGT-SUB)
                   TO AGF-BUCKET (WS-AGT-SUB)
           END-PERFORM
           MOVE WS-AGT-TOTAL TO AGF-TOTAL
           WRITE AGING-RECORD FROM AG-FOOTER
            AFTER ADVANCING 2 LINES
           MOVE WS-AGT-HELD TO AGL-HELD
           WRITE AGING-RECORD FROM AG-HELD-LINE
            AFTER ADVANCING 1 LINE
           CLOSE AGING-REPORT-FILE
           DISPLAY "PAYABLES AGING WRITTEN TO " UT-SYS-APAGING.
       600-EXIT.

      ******************************************************************
      * 610-TALLY-VOUCHER ADDS AN OPEN OR HELD VOUCHER TO ITS PAYEE'S
      * BUCKET BY DAYS PAST ITS DUE DATE, ADDING THE PAYEE THE FIRST
      * TIME IT IS SEEN.
      ******************************************************************
       610-TALLY-VOUCHER.
           MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
           IF NOT AP-OPEN AND NOT AP-HELD
               GO TO 610-EXIT
           END-IF
           MOVE "NO" TO WS-AG-FOUND
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT OR WS-AG-FOUND = "YES"
               IF WS-AG-TYPE (WS-AG-SUB) = AP-PAYEE-TYPE
                   AND WS-AG-CODE (WS-AG-SUB) = AP-PAYEE-CODE
                   MOVE "YES" TO WS-AG-FOUND
                   MOVE WS-AG-SUB TO WS-AG-SUB2
               END-IF
           END-PERFORM
           IF WS-AG-FOUND = "NO"
               IF WS-AG-COUNT >= 300
                   DISPLAY "MORE THAN 300 PAYEES OWED - "
                       AP-PAYEE-CODE " LEFT OFF THE AGING"
                   GO TO 610-EXIT
               END-IF
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-SUB2
               MOVE AP-PAYEE-TYPE TO WS-AG-TYPE (WS-AG-SUB2)
               MOVE AP-PAYEE-CODE TO WS-AG-CODE (WS-AG-SUB2)
               MOVE ZEROS TO WS-AG-HELD (WS-AG-SUB2)
               PERFORM VARYING WS-AGT-SUB FROM 1 BY 1
                   UNTIL WS-AGT-SUB > 5
                   MOVE ZEROS TO WS-AG-BUCKET (WS-AG-SUB2, WS-AGT-SUB)
               END-PERFORM
           END-IF
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-DUE-DATE-INT
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 0
                   MOVE 1 TO WS-AGT-SUB
               WHEN WS-AGE-DAYS <= 30
                   MOVE 2 TO WS-AGT-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 3 TO WS-AGT-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 4 TO WS-AGT-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AGT-SUB
           END-EVALUATE
           ADD AP-AMOUNT TO WS-AG-BUCKET (WS-AG-SUB2, WS-AGT-SUB)
               WS-AGT-BUCKET (WS-AGT-SUB) WS-AGT-TOTAL
           IF AP-HELD
               ADD AP-AMOUNT TO WS-AG-HELD (WS-AG-SUB2) WS-AGT-HELD
           END-IF.
       610-EXIT.

      * Insertion sort by payee type and code, as 320 sorts by date.

       620-INSERT-ONE-PAYEE.
           MOVE WS-AG-ENTRIES (WS-AG-SUB) TO WS-AG-HOLD
           MOVE WS-AG-SUB TO WS-AG-SUB2
           PERFORM UNTIL WS-AG-SUB2 <= 1
               OR WS-AG-PAYEE (WS-AG-SUB2 - 1) NOT > WS-AGH-PAYEE
               MOVE WS-AG-ENTRIES (WS-AG-SUB2 - 1)
                   TO WS-AG-ENTRIES (WS-AG-SUB2)
               SUBTRACT 1 FROM WS-AG-SUB2
           END-PERFORM
           MOVE WS-AG-HOLD TO WS-AG-ENTRIES (WS-AG-SUB2).
       620-EXIT.

       650-WRITE-PAYEE.
           MOVE WS-AG-TYPE (WS-AG-SUB) TO WS-RES-TYPE AGD-TYPE
           MOVE WS-AG-CODE (WS-AG-SUB) TO WS-RES-CODE AGD-CODE
           PERFORM 350-RESOLVE-PAYEE THRU 350-EXIT
           MOVE WS-RES-NAME TO AGD-NAME
           MOVE ZEROS TO WS-AG-LINE-TOTAL
           PERFORM VARYING WS-AGT-SUB FROM 1 BY 1
               UNTIL WS-AGT-SUB > 5
               MOVE WS-AG-BUCKET (WS-AG-SUB, WS-AGT-SUB)
                   TO AGD-BUCKET (WS-AGT-SUB)
               ADD WS-AG-BUCKET (WS-AG-SUB, WS-AGT-SUB)
                   TO WS-AG-LINE-TOTAL
           END-PERFORM
           MOVE WS-AG-LINE-TOTAL TO AGD-TOTAL
           MOVE SPACES TO AGD-HELD-FLAG
           IF WS-AG-HELD (WS-AG-SUB) > ZEROS
               MOVE " HELD" TO AGD-HELD-FLAG
           END-IF
           WRITE AGING-RECORD FROM AG-DETAIL
            AFTER ADVANCING 1 LINE.
       650-EXIT.

      ******************************************************************
      * 750-REWRITE-AP-FILE WRITES THE WHOLE PAYABLES FILE BACK OUT
      * FROM THE TABLE.
      ******************************************************************
       750-REWRITE-AP-FILE.
           OPEN OUTPUT AP-OPEN-FILE
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
               WRITE AP-RECORD
           END-PERFORM
           CLOSE AP-OPEN-FILE.
       750-EXIT.
