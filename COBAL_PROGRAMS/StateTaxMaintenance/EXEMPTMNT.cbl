       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXEMPTMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * This program adds, renews, lists, or removes the sales-tax
      * exemption certificates (see copybooks/TAXEXMPT.cpy) that
      * PROGRAM1 checks when it works out the tax on a sale. One
      * certificate per client per issuing state; keying a client and
      * state already on file replaces the certificate, which is how
      * a renewal is entered. The client must already be on the
      * shared client master. Built in the same mold as STATETAXMNT,
      * reading and writing the indexed file directly instead of
      * holding a table.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the exemption certificate file.

       SELECT EXEMPT-CERT-FILE
               ASSIGN TO UT-SYS-EXEMPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXEMPT-STATUS.

      * Select statement for the shared client master, read to make
      * sure the certificate is filed against a real client.

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

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the exemption certificate file.

       FD  EXEMPT-CERT-FILE.
           COPY TAXEXMPT.

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-EXEMPT-STATUS                PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-EX-EOF                       PIC XXX VALUE "NO".
          05 WS-LIST-COUNT                   PIC 9(5).
          05 WS-INPUT-CLIENT                 PIC 9(5).
          05 WS-INPUT-STATE                  PIC XX.
          05 WS-INPUT-CERT                   PIC X(15).
          05 WS-INPUT-EXPIRY                 PIC 9(8).
          05 WS-INPUT-HOLDER                 PIC X(25).

      * Operator sign-on and the shared OPCHECK permission check -
      * the EXEMPTMNT function gates this program through the matrix
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
          05 UT-SYS-EXEMPT                   PIC X(60)
          VALUE "C:\COBOL\TaxExempt.dat".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE OPENS THE CERTIFICATE FILE (CREATING IT THE
      * FIRST TIME) AND RUNS THE MAINTENANCE MENU UNTIL THE USER
      * QUITS.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           OPEN I-O EXEMPT-CERT-FILE
           IF WS-EXEMPT-STATUS NOT = "00"
               OPEN OUTPUT EXEMPT-CERT-FILE
               CLOSE EXEMPT-CERT-FILE
               OPEN I-O EXEMPT-CERT-FILE
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               DISPLAY "NO CLIENT MASTER ON FILE - SESSION ENDED"
               CLOSE EXEMPT-CERT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           CLOSE EXEMPT-CERT-FILE
           CLOSE CLIENT-MASTER-FILE
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE EXEMPTMNT
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
           MOVE "EXEMPTMN" TO SO-PROGRAM
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
           MOVE "EXEMPTMNT" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE EXEMPTMNT FUNCTION - "
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
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "TAX EXEMPTION CERTIFICATE MAINTENANCE"
           DISPLAY "A - ADD OR RENEW A CERTIFICATE"
           DISPLAY "D - DELETE A CERTIFICATE"
           DISPLAY "L - LIST CERTIFICATES ON FILE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-CERT THRU 400-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-CERT THRU 600-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 310-LIST-CERTS THRU 310-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 310-LIST-CERTS LISTS EVERY CERTIFICATE ON FILE IN CLIENT AND
      * STATE ORDER.
      ******************************************************************
       310-LIST-CERTS.
           DISPLAY " "
           DISPLAY "CLIENT ST CERTIFICATE     EXPIRES  HOLDER"
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE "NO" TO WS-EX-EOF
           MOVE LOW-VALUES TO EX-KEY
           START EXEMPT-CERT-FILE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY
                   MOVE "YES" TO WS-EX-EOF
           END-START
           PERFORM 320-LIST-ONE-CERT THRU 320-EXIT
               UNTIL WS-EX-EOF = "YES"
           DISPLAY WS-LIST-COUNT " CERTIFICATE(S) ON FILE".
       310-EXIT.

       320-LIST-ONE-CERT.
           READ EXEMPT-CERT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-EX-EOF
                   GO TO 320-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           DISPLAY EX-CLIENT-NO "  " EX-ISSUE-STATE " " EX-CERT-NO " "
               EX-EXPIRY-DATE " " EX-HOLDER-NAME.
       320-EXIT.

      ******************************************************************
      * 400-ADD-CERT FILES A CERTIFICATE FOR A CLIENT AND STATE. A
      * CLIENT AND STATE ALREADY ON FILE IS A RENEWAL - THE NEW
      * CERTIFICATE NUMBER AND EXPIRY REPLACE THE OLD ONES.
      ******************************************************************
       400-ADD-CERT.
           DISPLAY "ENTER CLIENT NUMBER"
           ACCEPT WS-INPUT-CLIENT
           MOVE WS-INPUT-CLIENT TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENT NOT ON THE CLIENT MASTER"
                   GO TO 400-EXIT
           END-READ
           DISPLAY "CLIENT: " CM-CLIENT-NAME
           DISPLAY "ENTER ISSUING STATE CODE (2 LETTERS)"
           ACCEPT WS-INPUT-STATE
           IF WS-INPUT-STATE = SPACES
               DISPLAY "STATE CODE IS REQUIRED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER CERTIFICATE NUMBER"
           ACCEPT WS-INPUT-CERT
           IF WS-INPUT-CERT = SPACES
               DISPLAY "CERTIFICATE NUMBER IS REQUIRED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-EXPIRY
           IF WS-INPUT-EXPIRY NOT NUMERIC OR WS-INPUT-EXPIRY = ZEROS
               DISPLAY "EXPIRY DATE IS REQUIRED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER HOLDER NAME AS ON CERTIFICATE"
           ACCEPT WS-INPUT-HOLDER
           IF WS-INPUT-HOLDER = SPACES
               MOVE CM-CLIENT-NAME TO WS-INPUT-HOLDER
           END-IF
           MOVE WS-INPUT-CLIENT TO EX-CLIENT-NO
           MOVE WS-INPUT-STATE TO EX-ISSUE-STATE
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   PERFORM 410-FILL-CERT THRU 410-EXIT
                   WRITE EX-RECORD
                   DISPLAY "CERTIFICATE ADDED"
               NOT INVALID KEY
                   DISPLAY "REPLACING CERT " EX-CERT-NO
                       " EXPIRING " EX-EXPIRY-DATE
                   PERFORM 410-FILL-CERT THRU 410-EXIT
                   REWRITE EX-RECORD
                   DISPLAY "CERTIFICATE RENEWED"
           END-READ.
       400-EXIT.

       410-FILL-CERT.
           MOVE WS-INPUT-CLIENT TO EX-CLIENT-NO
           MOVE WS-INPUT-STATE TO EX-ISSUE-STATE
           MOVE WS-INPUT-CERT TO EX-CERT-NO
           MOVE WS-INPUT-EXPIRY TO EX-EXPIRY-DATE
           MOVE WS-INPUT-HOLDER TO EX-HOLDER-NAME.
       410-EXIT.

      ******************************************************************
      * 600-DELETE-CERT REMOVES ONE CLIENT'S CERTIFICATE FOR ONE
      * STATE. SALES ALREADY RUNG UNDER IT KEEP THE NUMBER ON THEIR
      * HISTORY LINES.
      ******************************************************************
       600-DELETE-CERT.
           DISPLAY "ENTER CLIENT NUMBER OF CERTIFICATE TO DELETE"
           ACCEPT WS-INPUT-CLIENT
           DISPLAY "ENTER ITS ISSUING STATE CODE"
           ACCEPT WS-INPUT-STATE
           MOVE WS-INPUT-CLIENT TO EX-CLIENT-NO
           MOVE WS-INPUT-STATE TO EX-ISSUE-STATE
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   DISPLAY "CLIENT/STATE NOT FOUND"
                   GO TO 600-EXIT
           END-READ
           DELETE EXEMPT-CERT-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED - STATUS " WS-EXEMPT-STATUS
                   GO TO 600-EXIT
           END-DELETE
           DISPLAY "CERTIFICATE " EX-CERT-NO " DELETED".
       600-EXIT.
