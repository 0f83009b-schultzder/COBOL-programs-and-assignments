       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLECT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Collections worklist and collector screen. Past-due money
      * sits in three files nobody looked at together - house
      * account charges (ARCharges.txt, see copybooks/ARCHARGE.cpy),
      * layaway balances (OpenBalance.dat, OPENBAL.cpy) and trip
      * payments (PaySchedule.txt, PAYSCHED.cpy). This program pulls
      * all three together by client number:
      *
      *   W  the daily worklist (CollectWorklist.txt, spooled) -
      *      every client with anything past due, each source's
      *      balance, the total owed, the oldest days past due
      *      across the three, and the client-master phone. Broken
      *      promises come first, then follow-ups that have come
      *      due, then everyone else oldest-first; a client with a
      *      promise or follow-up still in the future sinks to the
      *      bottom.
      *   C  the collector screen - one client at a time, the
      *      balances and the last call shown, then the call outcome,
      *      any promise-to-pay date and amount, a follow-up date and
      *      a remark appended to CollectionNotes.txt (see
      *      copybooks/COLLNOTE.cpy).
      *   R  the weekly collector activity report
      *      (CollectActivity.txt) for the seven days ending on a
      *      keyed date - calls and promises made per collector, and
      *      for the promises that fell due in the week, the dollars
      *      promised against the dollars collected.
      *
      * Past due is measured the way each source is already aged:
      * a house charge is due 30 days after it was rung (ARBILL's
      * current bucket), payments taken against the oldest charges
      * first; a layaway is past due 30 days after its last payment;
      * a trip leg (deposit or final) is past due the day after its
      * due date (TRIPPAY). Trip client numbers are matched to the
      * five-digit master number with leading zeros. Trip amounts are
      * taken as carried on the schedule; a schedule closed on a
      * cancellation refund owes nothing more.
      *
      * A promise is kept once the client's total owed has come down
      * by the promised amount from what was owed when the promise
      * was taken (stamped on the note); one past its date and not
      * kept is broken. Collected dollars on the activity report are
      * that same fall in the total owed, up to the amount promised.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the house charge file.

       SELECT AR-CHARGE-FILE
               ASSIGN TO UT-SYS-ARFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARFILE-STATUS.

      * Select statement for the open-balance (layaway) file.

       SELECT OPEN-BALANCE-FILE
               ASSIGN TO UT-SYS-OPENBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-INVOICE-NUMBER
               FILE STATUS IS WS-OPENBAL-STATUS.

      * Select statement for the trip payment-schedule file.

       SELECT PAY-SCHEDULE-FILE
               ASSIGN TO UT-SYS-PAYSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSCHED-STATUS.

      * Select statement for the shared client master.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the collections notes file.

       SELECT COLLECTION-NOTES-FILE
               ASSIGN TO UT-SYS-COLLNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLNOTE-STATUS.

      * Select statement for the operator master, read at sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the printed worklist.

       SELECT WORKLIST-FILE
               ASSIGN TO UT-SYS-WORKLIST
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the printed weekly activity report.

       SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO UT-SYS-COLLACT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the house charge file.

       FD  AR-CHARGE-FILE.
           COPY ARCHARGE.

      * File description for the open-balance (layaway) file.

       FD  OPEN-BALANCE-FILE.
           COPY OPENBAL.

      * File description for the trip payment-schedule file.

       FD  PAY-SCHEDULE-FILE
           RECORD CONTAINS 66 CHARACTERS.
       COPY PAYSCHED.

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the collections notes file.

       FD  COLLECTION-NOTES-FILE.
           COPY COLLNOTE.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the printed worklist.

       FD  WORKLIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  WORKLIST-RECORD                    PIC X(120).

      * File description for the printed weekly activity report.

       FD  ACTIVITY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ACTIVITY-RECORD                    PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-ARFILE-STATUS                PIC XX.
          05 WS-OPENBAL-STATUS               PIC XX.
          05 WS-PAYSCHED-STATUS              PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-COLLNOTE-STATUS              PIC XX.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-FILE-EOF                     PIC XXX.
          05 WS-OP-EOF                       PIC XXX VALUE "NO".
          05 WS-OP-FOUND                     PIC XXX VALUE "NO".
          05 WS-OPERATOR-ID                  PIC X(4).
          05 WS-OPERATOR-AUTH                PIC 9 VALUE 0.
          05 WS-RUN-MODE                     PIC X.
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-NOW-TIME                     PIC 9(8).
          05 WS-DATE-INT                     PIC 9(8).
          05 WS-DAYS-PAST                    PIC S9(7).
          05 WS-OPEN-PART                    PIC S9(8)V99.
          05 WS-WORK-CLIENT                  PIC X(5).
          05 WS-WORK-CLIENT-NUM              PIC 9(5).
          05 WS-CL-FOUND                     PIC XXX.
          05 WS-ADD-CLIENT                   PIC XXX.
          05 WS-INPUT-CLIENT                 PIC 9(5).
          05 WS-INPUT-OUTCOME                PIC XX.
          05 WS-INPUT-DATE                   PIC 9(8).
          05 WS-INPUT-AMOUNT                 PIC 9(7)V99.
          05 WS-INPUT-REMARK                 PIC X(40).
          05 WS-SCREEN-DONE                  PIC XXX.
          05 WS-NOTE-COUNT                   PIC 9(5) VALUE 0.
          05 WS-LISTED-COUNT                 PIC 9(4) VALUE 0.
          05 WS-BROKEN-COUNT                 PIC 9(4) VALUE 0.
          05 WS-SORT-I                       PIC 9(4).
          05 WS-SORT-J                       PIC 9(4).
          05 WS-SHIFT-DONE                   PIC XXX.
          05 WS-HOLD-FIRST                   PIC XXX.
          05 WS-WEEK-END                     PIC 9(8).
          05 WS-WEEK-START                   PIC 9(8).
          05 WS-COLLECTED                    PIC S9(8)V99.
          05 WS-CURRENT-OWED                 PIC S9(8)V99.
          05 WS-CO-FOUND                     PIC XXX.
          05 WS-MASTER-OPEN                  PIC XXX VALUE "NO".

      * House-account terms: a charge is due this many days after it
      * was rung, and a layaway this many days after its last
      * payment.

       77 WS-HOUSE-TERMS-DAYS                PIC 999 VALUE 30.
       77 WS-LAYAWAY-TERMS-DAYS              PIC 999 VALUE 30.

      * Every client owing anything on any of the three files, with
      * each source's balance and days past due and the client's
      * latest collections note.

       01 WS-CLIENT-TABLE.
          05 WS-CL-COUNT                     PIC 9(4) VALUE 0.
          05 WS-CL-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-CL-COUNT
               INDEXED BY CL-IDX.
             10 WS-CL-CLIENT                 PIC X(5).
             10 WS-CL-AR-OWED                PIC S9(8)V99.
             10 WS-CL-AR-POOL                PIC S9(8)V99.
             10 WS-CL-AR-AGED                PIC X.
             10 WS-CL-AR-DAYS                PIC 9(5).
             10 WS-CL-LAY-OWED               PIC S9(8)V99.
             10 WS-CL-LAY-DAYS               PIC 9(5).
             10 WS-CL-TRIP-OWED              PIC S9(8)V99.
             10 WS-CL-TRIP-DAYS              PIC 9(5).
             10 WS-CL-TOTAL-OWED             PIC S9(8)V99.
             10 WS-CL-MAX-DAYS               PIC 9(5).
             10 WS-CL-NOTE-DATE              PIC 9(8).
             10 WS-CL-NOTE-COLLECTOR         PIC X(4).
             10 WS-CL-NOTE-OUTCOME           PIC XX.
             10 WS-CL-PROMISE-DATE           PIC 9(8).
             10 WS-CL-PROMISE-AMOUNT         PIC 9(7)V99.
             10 WS-CL-PROMISE-OWED           PIC 9(7)V99.
             10 WS-CL-FOLLOWUP-DATE          PIC 9(8).
             10 WS-CL-PRIORITY               PIC 9.
             10 WS-CL-STATUS                 PIC X(16).

      * The worklist entries, sorted for printing.

       01 WS-WORK-TABLE.
          05 WS-WL-COUNT                     PIC 9(4) VALUE 0.
          05 WS-WL-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-WL-COUNT.
             10 WS-WL-PRIORITY               PIC 9.
             10 WS-WL-DAYS                   PIC 9(5).
             10 WS-WL-OWED                   PIC S9(8)V99.
             10 WS-WL-SUB                    PIC 9(4).
       01 WS-WL-HOLD.
          05 WS-WL-HOLD-PRIORITY             PIC 9.
          05 WS-WL-HOLD-DAYS                 PIC 9(5).
          05 WS-WL-HOLD-OWED                 PIC S9(8)V99.
          05 WS-WL-HOLD-SUB                  PIC 9(4).

      * Weekly activity per collector.

       01 WS-COLLECTOR-TABLE.
          05 WS-CO-COUNT                     PIC 99 VALUE 0.
          05 WS-CO-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-CO-COUNT
               INDEXED BY CO-IDX.
             10 WS-CO-ID                     PIC X(4).
             10 WS-CO-CALLS                  PIC 9(5).
             10 WS-CO-PROMISES               PIC 9(5).
             10 WS-CO-PROMISED-AMT           PIC 9(8)V99.
             10 WS-CO-DUE-COUNT              PIC 9(5).
             10 WS-CO-DUE-AMT                PIC 9(8)V99.
             10 WS-CO-COLLECTED              PIC 9(8)V99.
             10 WS-CO-KEPT                   PIC 9(5).
             10 WS-CO-BROKEN                 PIC 9(5).
       01 WS-CO-TOTALS.
          05 WS-COT-CALLS                    PIC 9(5) VALUE 0.
          05 WS-COT-PROMISES                 PIC 9(5) VALUE 0.
          05 WS-COT-PROMISED-AMT             PIC 9(8)V99 VALUE 0.
          05 WS-COT-DUE-COUNT                PIC 9(5) VALUE 0.
          05 WS-COT-DUE-AMT                  PIC 9(8)V99 VALUE 0.
          05 WS-COT-COLLECTED                PIC 9(8)V99 VALUE 0.
          05 WS-COT-KEPT                     PIC 9(5) VALUE 0.
          05 WS-COT-BROKEN                   PIC 9(5) VALUE 0.

      * Worklist print lines.

       01 WL-HEADING1.
          05                                 PIC X(30)
                         VALUE "COLLECTIONS WORKLIST          ".
          05 WLH-DATE                        PIC 9(8).
          05                                 PIC X(82) VALUE SPACES.

       01 WL-HEADING2.
          05                                 PIC X(6)  VALUE "CLIENT".
          05                                 PIC X(21) VALUE "NAME".
          05                                 PIC X(16) VALUE "PHONE".
          05                                 PIC X(12)
                                    VALUE "  HOUSE ACCT".
          05                                 PIC X(12)
                                    VALUE "     LAYAWAY".
          05                                 PIC X(12)
                                    VALUE "       TRIPS".
          05                                 PIC X(13)
                                    VALUE "   TOTAL OWED".
          05                                 PIC X(6)  VALUE "  DAYS".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(16) VALUE "STATUS".
          05                                 PIC X(4)  VALUE SPACES.

       01 WL-DETAIL.
          05 WLD-CLIENT                      PIC X(5).
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-NAME                        PIC X(20).
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-PHONE                       PIC X(15).
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-HOUSE                       PIC -ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-LAYAWAY                     PIC -ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-TRIP                        PIC -ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-TOTAL                       PIC -Z,ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 WLD-DAYS                        PIC ZZ,ZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 WLD-STATUS                      PIC X(16).
          05                                 PIC X(3)  VALUE SPACES.

       01 WL-NOTE-LINE.
          05                                 PIC X(6)  VALUE SPACES.
          05                                 PIC X(10)
                                    VALUE "LAST CALL ".
          05 WLN-DATE                        PIC 9(8).
          05                                 PIC X(4)  VALUE " BY ".
          05 WLN-COLLECTOR                   PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 WLN-OUTCOME                     PIC X(20).
          05 WLN-PROMISE-LABEL               PIC X(12).
          05 WLN-PROMISE-AMOUNT              PIC Z,ZZZ,ZZ9.99.
          05 WLN-PROMISE-BY                  PIC X(4).
          05 WLN-PROMISE-DATE                PIC 9(8).
          05 WLN-FOLLOWUP-LABEL              PIC X(12).
          05 WLN-FOLLOWUP-DATE               PIC 9(8).
          05                                 PIC X(10) VALUE SPACES.

       01 WL-TOTAL-LINE.
          05 WLT-LABEL                       PIC X(40).
          05 WLT-COUNT                       PIC ZZZ9.
          05                                 PIC X(76) VALUE SPACES.

      * Weekly activity report lines.

       01 CA-HEADING1.
          05                                 PIC X(34)
                 VALUE "COLLECTOR ACTIVITY - WEEK OF      ".
          05 CAH-FROM                        PIC 9(8).
          05                                 PIC X(4)  VALUE " TO ".
          05 CAH-TO                          PIC 9(8).
          05                                 PIC X(46) VALUE SPACES.

       01 CA-HEADING2.
          05                                 PIC X(10)
                                    VALUE "COLLECTOR".
          05                                 PIC X(7)  VALUE "  CALLS".
          05                                 PIC X(7)  VALUE "  PROMS".
          05                                 PIC X(14)
                                    VALUE "  PROMISED $".
          05                                 PIC X(7)  VALUE "    DUE".
          05                                 PIC X(14)
                                    VALUE "       DUE $".
          05                                 PIC X(14)
                                    VALUE " COLLECTED $".
          05                                 PIC X(7)  VALUE "   KEPT".
          05                                 PIC X(7)  VALUE " BROKEN".
          05                                 PIC X(13) VALUE SPACES.

       01 CA-DETAIL.
          05 CAD-COLLECTOR                   PIC X(10).
          05 CAD-CALLS                       PIC ZZ,ZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-PROMISES                    PIC ZZ,ZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-PROMISED-AMT                PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-DUE-COUNT                   PIC ZZ,ZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-DUE-AMT                     PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-COLLECTED                   PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-KEPT                        PIC ZZ,ZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 CAD-BROKEN                      PIC ZZ,ZZ9.
          05                                 PIC X(18) VALUE SPACES.

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
          05 UT-SYS-ARFILE                   PIC X(60)
          VALUE "C:\COBOL\ARCharges.txt".
          05 UT-SYS-OPENBAL                  PIC X(60)
          VALUE "C:\COBOL\OpenBalance.dat".
          05 UT-SYS-PAYSCHED                 PIC X(60)
          VALUE "C:\COBOL\PaySchedule.txt".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-COLLNOTE                 PIC X(60)
          VALUE "C:\COBOL\CollectionNotes.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-WORKLIST                 PIC X(60)
          VALUE "C:\COBOL\CollectWorklist.txt".
          05 UT-SYS-COLLACT                  PIC X(60)
          VALUE "C:\COBOL\CollectActivity.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE COLLECTOR ON, GATHERS WHAT EVERY
      * CLIENT OWES FROM THE THREE FILES, AND ROUTES TO THE CHOSEN
      * FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 100-LOAD-HOUSE-ACCOUNTS THRU 100-EXIT
           PERFORM 200-LOAD-LAYAWAYS THRU 200-EXIT
           PERFORM 300-LOAD-TRIPS THRU 300-EXIT
           PERFORM 350-TOTAL-CLIENT THRU 350-EXIT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-COUNT
           PERFORM 400-LOAD-NOTES THRU 400-EXIT
           PERFORM 450-SET-PRIORITY THRU 450-EXIT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-COUNT
           DISPLAY "COLLECTIONS - W=WORKLIST C=COLLECTOR SCREEN "
               "R=WEEKLY ACTIVITY"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "W"
               WHEN "w"
                   PERFORM 500-RUN-WORKLIST THRU 500-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 600-COLLECTOR-SCREEN THRU 600-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 700-WEEKLY-ACTIVITY THRU 700-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE COLLECT
      * FUNCTION. THE OPERATOR ID IS THE COLLECTOR ON EVERY NOTE.
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
           MOVE "COLLECT" TO SO-PROGRAM
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
           MOVE "COLLECT" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 1 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE COLLECT FUNCTION - "
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
      * 100-LOAD-HOUSE-ACCOUNTS READS THE CHARGE FILE TWICE: THE
      * FIRST PASS TAKES EACH ACCOUNT'S BALANCE AND POOLS ITS
      * PAYMENTS, THE SECOND WALKS THE CHARGES OLDEST-FIRST AGAINST
      * THE POOL THE WAY ARBILL AGES THEM - THE FIRST CHARGE THE
      * POOL DOES NOT COVER DATES THE ACCOUNT'S OLDEST OPEN MONEY.
      ******************************************************************
       100-LOAD-HOUSE-ACCOUNTS.
           OPEN INPUT AR-CHARGE-FILE
           IF WS-ARFILE-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 110-READ-AR-BALANCE THRU 110-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE AR-CHARGE-FILE
           OPEN INPUT AR-CHARGE-FILE
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 120-READ-AR-AGE THRU 120-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE AR-CHARGE-FILE.
       100-EXIT.

       110-READ-AR-BALANCE.
           READ AR-CHARGE-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 110-EXIT
           END-READ
           MOVE AR-CLIENT-NO TO WS-WORK-CLIENT
           MOVE "YES" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           IF WS-CL-FOUND = "NO"
               GO TO 110-EXIT
           END-IF
           IF AR-TYPE = "P"
               SUBTRACT AR-AMOUNT FROM WS-CL-AR-OWED (CL-IDX)
               ADD AR-AMOUNT TO WS-CL-AR-POOL (CL-IDX)
           ELSE
               ADD AR-AMOUNT TO WS-CL-AR-OWED (CL-IDX)
           END-IF.
       110-EXIT.

       120-READ-AR-AGE.
           READ AR-CHARGE-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 120-EXIT
           END-READ
           IF AR-TYPE = "P"
               GO TO 120-EXIT
           END-IF
           MOVE AR-CLIENT-NO TO WS-WORK-CLIENT
           MOVE "NO" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           IF WS-CL-FOUND = "NO"
               GO TO 120-EXIT
           END-IF
           IF WS-CL-AR-AGED (CL-IDX) = "Y"
               GO TO 120-EXIT
           END-IF
           MOVE AR-AMOUNT TO WS-OPEN-PART
           IF WS-CL-AR-POOL (CL-IDX) NOT < WS-OPEN-PART
               SUBTRACT WS-OPEN-PART FROM WS-CL-AR-POOL (CL-IDX)
               GO TO 120-EXIT
           END-IF
           MOVE "Y" TO WS-CL-AR-AGED (CL-IDX)
           IF AR-DATE NOT NUMERIC
               GO TO 120-EXIT
           END-IF
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (AR-DATE)
               - WS-HOUSE-TERMS-DAYS
           IF WS-DAYS-PAST > ZEROS
               MOVE WS-DAYS-PAST TO WS-CL-AR-DAYS (CL-IDX)
           END-IF.
       120-EXIT.

      ******************************************************************
      * 150-FIND-CLIENT LOOKS WS-WORK-CLIENT UP IN THE CLIENT TABLE,
      * ADDING IT WHEN WS-ADD-CLIENT IS "YES". A NUMERIC CLIENT
      * NUMBER IS CARRIED ZERO-FILLED TO FIVE DIGITS SO THE THREE
      * FILES MATCH.
      ******************************************************************
       150-FIND-CLIENT.
           MOVE "NO" TO WS-CL-FOUND
           IF WS-WORK-CLIENT = SPACES
               GO TO 150-EXIT
           END-IF
           IF WS-WORK-CLIENT NUMERIC
               MOVE WS-WORK-CLIENT TO WS-WORK-CLIENT-NUM
               MOVE WS-WORK-CLIENT-NUM TO WS-WORK-CLIENT
           END-IF
           IF WS-CL-COUNT > ZEROS
               SET CL-IDX TO 1
               SEARCH WS-CL-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-CL-CLIENT (CL-IDX) = WS-WORK-CLIENT
                       MOVE "YES" TO WS-CL-FOUND
               END-SEARCH
           END-IF
           IF WS-CL-FOUND = "YES" OR WS-ADD-CLIENT = "NO"
               GO TO 150-EXIT
           END-IF
           IF WS-CL-COUNT >= 1000
               DISPLAY "CLIENT TABLE FULL - CLIENT " WS-WORK-CLIENT
                   " LEFT OFF"
               GO TO 150-EXIT
           END-IF
           ADD 1 TO WS-CL-COUNT
           SET CL-IDX TO WS-CL-COUNT
           INITIALIZE WS-CL-ENTRIES (CL-IDX)
           MOVE WS-WORK-CLIENT TO WS-CL-CLIENT (CL-IDX)
           MOVE "N" TO WS-CL-AR-AGED (CL-IDX)
           MOVE "YES" TO WS-CL-FOUND.
       150-EXIT.

      ******************************************************************
      * 200-LOAD-LAYAWAYS ADDS EVERY OPEN LAYAWAY BALANCE; ONE WITH
      * NO PAYMENT FOR LONGER THAN THE LAYAWAY TERMS IS PAST DUE.
      ******************************************************************
       200-LOAD-LAYAWAYS.
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-OPENBAL-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 210-READ-LAYAWAY THRU 210-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE OPEN-BALANCE-FILE.
       200-EXIT.

       210-READ-LAYAWAY.
           READ OPEN-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 210-EXIT
           END-READ
           IF OB-OPEN-BALANCE = ZEROS
               GO TO 210-EXIT
           END-IF
           MOVE OB-CLIENT-NO TO WS-WORK-CLIENT
           MOVE "YES" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           IF WS-CL-FOUND = "NO"
               GO TO 210-EXIT
           END-IF
           ADD OB-OPEN-BALANCE TO WS-CL-LAY-OWED (CL-IDX)
           IF OB-LAST-PAYMENT-DATE NOT NUMERIC
               OR OB-LAST-PAYMENT-DATE = ZEROS
               GO TO 210-EXIT
           END-IF
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (OB-LAST-PAYMENT-DATE)
               - WS-LAYAWAY-TERMS-DAYS
           IF WS-DAYS-PAST > WS-CL-LAY-DAYS (CL-IDX)
               MOVE WS-DAYS-PAST TO WS-CL-LAY-DAYS (CL-IDX)
           END-IF.
       210-EXIT.

      ******************************************************************
      * 300-LOAD-TRIPS ADDS WHAT IS STILL OWED ON EACH BOOKING'S
      * DEPOSIT AND FINAL PAYMENT; A LEG UNPAID PAST ITS DUE DATE IS
      * PAST DUE.
      ******************************************************************
       300-LOAD-TRIPS.
           OPEN INPUT PAY-SCHEDULE-FILE
           IF WS-PAYSCHED-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 310-READ-TRIP THRU 310-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE PAY-SCHEDULE-FILE.
       300-EXIT.

       310-READ-TRIP.
           READ PAY-SCHEDULE-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 310-EXIT
           END-READ
           IF PS-CLOSED
               GO TO 310-EXIT
           END-IF
           IF PS-DEPOSIT-RECEIVED NOT < PS-DEPOSIT-AMOUNT
               AND PS-FINAL-RECEIVED NOT < PS-FINAL-AMOUNT
               GO TO 310-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-CLIENT
           IF PS-CLIENT-NO NUMERIC
               MOVE PS-CLIENT-NO TO WS-WORK-CLIENT-NUM
               MOVE WS-WORK-CLIENT-NUM TO WS-WORK-CLIENT
           ELSE
               MOVE PS-CLIENT-NO TO WS-WORK-CLIENT
           END-IF
           MOVE "YES" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           IF WS-CL-FOUND = "NO"
               GO TO 310-EXIT
           END-IF
           IF PS-DEPOSIT-RECEIVED < PS-DEPOSIT-AMOUNT
               COMPUTE WS-CL-TRIP-OWED (CL-IDX) =
                   WS-CL-TRIP-OWED (CL-IDX)
                   + PS-DEPOSIT-AMOUNT - PS-DEPOSIT-RECEIVED
               IF PS-DEPOSIT-DUE-DATE NUMERIC
                   AND PS-DEPOSIT-DUE-DATE > ZEROS
                   COMPUTE WS-DAYS-PAST = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE (PS-DEPOSIT-DUE-DATE)
                   IF WS-DAYS-PAST > WS-CL-TRIP-DAYS (CL-IDX)
                       MOVE WS-DAYS-PAST TO WS-CL-TRIP-DAYS (CL-IDX)
                   END-IF
               END-IF
           END-IF
           IF PS-FINAL-RECEIVED < PS-FINAL-AMOUNT
               COMPUTE WS-CL-TRIP-OWED (CL-IDX) =
                   WS-CL-TRIP-OWED (CL-IDX)
                   + PS-FINAL-AMOUNT - PS-FINAL-RECEIVED
               IF PS-FINAL-DUE-DATE NUMERIC
                   AND PS-FINAL-DUE-DATE > ZEROS
                   COMPUTE WS-DAYS-PAST = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE (PS-FINAL-DUE-DATE)
                   IF WS-DAYS-PAST > WS-CL-TRIP-DAYS (CL-IDX)
                       MOVE WS-DAYS-PAST TO WS-CL-TRIP-DAYS (CL-IDX)
                   END-IF
               END-IF
           END-IF.
       310-EXIT.

      ******************************************************************
      * 350-TOTAL-CLIENT TAKES THE CLIENT'S TOTAL OWED AND THE OLDEST
      * DAYS PAST DUE ACROSS THE THREE SOURCES. A HOUSE ACCOUNT IN
      * CREDIT CANNOT CARRY DAYS PAST DUE.
      ******************************************************************
       350-TOTAL-CLIENT.
           IF WS-CL-AR-OWED (CL-IDX) NOT > ZEROS
               MOVE ZEROS TO WS-CL-AR-DAYS (CL-IDX)
           END-IF
           COMPUTE WS-CL-TOTAL-OWED (CL-IDX) = WS-CL-AR-OWED (CL-IDX)
               + WS-CL-LAY-OWED (CL-IDX) + WS-CL-TRIP-OWED (CL-IDX)
           MOVE WS-CL-AR-DAYS (CL-IDX) TO WS-CL-MAX-DAYS (CL-IDX)
           IF WS-CL-LAY-DAYS (CL-IDX) > WS-CL-MAX-DAYS (CL-IDX)
               MOVE WS-CL-LAY-DAYS (CL-IDX) TO WS-CL-MAX-DAYS (CL-IDX)
           END-IF
           IF WS-CL-TRIP-DAYS (CL-IDX) > WS-CL-MAX-DAYS (CL-IDX)
               MOVE WS-CL-TRIP-DAYS (CL-IDX)
                   TO WS-CL-MAX-DAYS (CL-IDX)
           END-IF.
       350-EXIT.

      ******************************************************************
      * 400-LOAD-NOTES KEEPS EACH OWING CLIENT'S LATEST COLLECTIONS
      * NOTE (THE FILE IS IN THE ORDER THE CALLS WERE MADE).
      ******************************************************************
       400-LOAD-NOTES.
           OPEN INPUT COLLECTION-NOTES-FILE
           IF WS-COLLNOTE-STATUS NOT = "00"
               GO TO 400-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 410-READ-NOTE THRU 410-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE COLLECTION-NOTES-FILE.
       400-EXIT.

       410-READ-NOTE.
           READ COLLECTION-NOTES-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 410-EXIT
           END-READ
           MOVE CN-CLIENT-NO TO WS-WORK-CLIENT
           MOVE "NO" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           IF WS-CL-FOUND = "YES"
               PERFORM 420-KEEP-NOTE THRU 420-EXIT
           END-IF.
       410-EXIT.

       420-KEEP-NOTE.
           MOVE CN-DATE TO WS-CL-NOTE-DATE (CL-IDX)
           MOVE CN-COLLECTOR TO WS-CL-NOTE-COLLECTOR (CL-IDX)
           MOVE CN-OUTCOME TO WS-CL-NOTE-OUTCOME (CL-IDX)
           MOVE CN-PROMISE-DATE TO WS-CL-PROMISE-DATE (CL-IDX)
           MOVE CN-PROMISE-AMOUNT TO WS-CL-PROMISE-AMOUNT (CL-IDX)
           MOVE CN-OWED-AT-CALL TO WS-CL-PROMISE-OWED (CL-IDX)
           MOVE CN-FOLLOWUP-DATE TO WS-CL-FOLLOWUP-DATE (CL-IDX).
       420-EXIT.

      ******************************************************************
      * 450-SET-PRIORITY RANKS THE CLIENT FOR THE WORKLIST: 1 BROKEN
      * PROMISE, 2 FOLLOW-UP DUE, 3 EVERYONE ELSE PAST DUE, 4 A
      * PROMISE OR FOLLOW-UP STILL IN THE FUTURE. ZERO KEEPS THE
      * CLIENT OFF THE LIST.
      ******************************************************************
       450-SET-PRIORITY.
           MOVE ZEROS TO WS-CL-PRIORITY (CL-IDX)
           MOVE SPACES TO WS-CL-STATUS (CL-IDX)
           IF WS-CL-TOTAL-OWED (CL-IDX) NOT > ZEROS
               GO TO 450-EXIT
           END-IF
           IF WS-CL-NOTE-OUTCOME (CL-IDX) = "PP"
               PERFORM 460-JUDGE-PROMISE THRU 460-EXIT
               IF WS-CL-PRIORITY (CL-IDX) NOT = ZEROS
                   GO TO 450-EXIT
               END-IF
           END-IF
           IF WS-CL-MAX-DAYS (CL-IDX) = ZEROS
               GO TO 450-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-CL-FOLLOWUP-DATE (CL-IDX) = ZEROS
                   MOVE 3 TO WS-CL-PRIORITY (CL-IDX)
               WHEN WS-CL-FOLLOWUP-DATE (CL-IDX) > WS-TODAY
                   MOVE 4 TO WS-CL-PRIORITY (CL-IDX)
                   MOVE "FOLLOW UP LATER" TO WS-CL-STATUS (CL-IDX)
               WHEN OTHER
                   MOVE 2 TO WS-CL-PRIORITY (CL-IDX)
                   MOVE "FOLLOW-UP DUE" TO WS-CL-STATUS (CL-IDX)
           END-EVALUATE.
       450-EXIT.

       460-JUDGE-PROMISE.
           IF WS-CL-TOTAL-OWED (CL-IDX) + WS-CL-PROMISE-AMOUNT (CL-IDX)
               NOT > WS-CL-PROMISE-OWED (CL-IDX)
               MOVE "PROMISE KEPT" TO WS-CL-STATUS (CL-IDX)
               GO TO 460-EXIT
           END-IF
           IF WS-CL-PROMISE-DATE (CL-IDX) < WS-TODAY
               MOVE 1 TO WS-CL-PRIORITY (CL-IDX)
               MOVE "BROKEN PROMISE" TO WS-CL-STATUS (CL-IDX)
           ELSE
               IF WS-CL-MAX-DAYS (CL-IDX) > ZEROS
                   MOVE 4 TO WS-CL-PRIORITY (CL-IDX)
                   MOVE "PROMISE PENDING" TO WS-CL-STATUS (CL-IDX)
               END-IF
           END-IF.
       460-EXIT.

      ******************************************************************
      * 500-RUN-WORKLIST SORTS THE RANKED CLIENTS AND PRINTS THE
      * WORKLIST WITH EACH CLIENT'S LAST CALL UNDER THEIR LINE.
      ******************************************************************
       500-RUN-WORKLIST.
           PERFORM 510-SELECT-CLIENT THRU 510-EXIT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-COUNT
           PERFORM 530-INSERT-ONE THRU 530-EXIT
               VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-WL-COUNT
           OPEN OUTPUT WORKLIST-FILE
           PERFORM 565-OPEN-MASTER THRU 565-EXIT
           MOVE WS-TODAY TO WLH-DATE
           WRITE WORKLIST-RECORD FROM WL-HEADING1
           WRITE WORKLIST-RECORD FROM WL-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           PERFORM 550-PRINT-CLIENT THRU 550-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-WL-COUNT
           MOVE "CLIENTS ON THE WORKLIST" TO WLT-LABEL
           MOVE WS-LISTED-COUNT TO WLT-COUNT
           WRITE WORKLIST-RECORD FROM WL-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           MOVE "BROKEN PROMISES" TO WLT-LABEL
           MOVE WS-BROKEN-COUNT TO WLT-COUNT
           WRITE WORKLIST-RECORD FROM WL-TOTAL-LINE
           IF WS-MASTER-OPEN = "YES"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE WORKLIST-FILE
           MOVE "F" TO SP-REQUEST
           MOVE "COLLECT" TO SP-REPORT-NAME
           MOVE UT-SYS-WORKLIST TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "WORKLIST SPOOLED TO " SP-SPOOL-PATH
           END-IF
           DISPLAY "WORKLIST WRITTEN - " WS-LISTED-COUNT " CLIENTS, "
               WS-BROKEN-COUNT " BROKEN PROMISES".
       500-EXIT.

       510-SELECT-CLIENT.
           IF WS-CL-PRIORITY (CL-IDX) = ZEROS
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-WL-COUNT
           MOVE WS-CL-PRIORITY (CL-IDX) TO WS-WL-PRIORITY (WS-WL-COUNT)
           MOVE WS-CL-MAX-DAYS (CL-IDX) TO WS-WL-DAYS (WS-WL-COUNT)
           MOVE WS-CL-TOTAL-OWED (CL-IDX) TO WS-WL-OWED (WS-WL-COUNT)
           SET WS-WL-SUB (WS-WL-COUNT) TO CL-IDX.
       510-EXIT.

      ******************************************************************
      * 530-INSERT-ONE INSERTION-SORTS THE WORKLIST: PRIORITY FIRST,
      * THEN THE OLDEST DAYS PAST DUE, THEN THE LARGEST TOTAL OWED.
      ******************************************************************
       530-INSERT-ONE.
           MOVE WS-WL-ENTRIES (WS-SORT-I) TO WS-WL-HOLD
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE "NO" TO WS-SHIFT-DONE
           PERFORM 540-SHIFT-ONE THRU 540-EXIT
               UNTIL WS-SHIFT-DONE = "YES"
           MOVE WS-WL-HOLD TO WS-WL-ENTRIES (WS-SORT-J).
       530-EXIT.

       540-SHIFT-ONE.
           IF WS-SORT-J <= 1
               MOVE "YES" TO WS-SHIFT-DONE
               GO TO 540-EXIT
           END-IF
           MOVE "NO" TO WS-HOLD-FIRST
           EVALUATE TRUE
               WHEN WS-WL-HOLD-PRIORITY
                       < WS-WL-PRIORITY (WS-SORT-J - 1)
                   MOVE "YES" TO WS-HOLD-FIRST
               WHEN WS-WL-HOLD-PRIORITY
                       > WS-WL-PRIORITY (WS-SORT-J - 1)
                   CONTINUE
               WHEN WS-WL-HOLD-DAYS > WS-WL-DAYS (WS-SORT-J - 1)
                   MOVE "YES" TO WS-HOLD-FIRST
               WHEN WS-WL-HOLD-DAYS < WS-WL-DAYS (WS-SORT-J - 1)
                   CONTINUE
               WHEN WS-WL-HOLD-OWED > WS-WL-OWED (WS-SORT-J - 1)
                   MOVE "YES" TO WS-HOLD-FIRST
           END-EVALUATE
           IF WS-HOLD-FIRST = "NO"
               MOVE "YES" TO WS-SHIFT-DONE
               GO TO 540-EXIT
           END-IF
           MOVE WS-WL-ENTRIES (WS-SORT-J - 1)
               TO WS-WL-ENTRIES (WS-SORT-J)
           SUBTRACT 1 FROM WS-SORT-J.
       540-EXIT.

       550-PRINT-CLIENT.
           SET CL-IDX TO WS-WL-SUB (WS-SORT-I)
           MOVE WS-CL-CLIENT (CL-IDX) TO WLD-CLIENT
           PERFORM 560-READ-MASTER THRU 560-EXIT
           MOVE CM-CLIENT-NAME TO WLD-NAME
           MOVE CM-CLIENT-PHONE TO WLD-PHONE
           MOVE WS-CL-AR-OWED (CL-IDX) TO WLD-HOUSE
           MOVE WS-CL-LAY-OWED (CL-IDX) TO WLD-LAYAWAY
           MOVE WS-CL-TRIP-OWED (CL-IDX) TO WLD-TRIP
           MOVE WS-CL-TOTAL-OWED (CL-IDX) TO WLD-TOTAL
           MOVE WS-CL-MAX-DAYS (CL-IDX) TO WLD-DAYS
           MOVE WS-CL-STATUS (CL-IDX) TO WLD-STATUS
           WRITE WORKLIST-RECORD FROM WL-DETAIL
           ADD 1 TO WS-LISTED-COUNT
           IF WS-CL-PRIORITY (CL-IDX) = 1
               ADD 1 TO WS-BROKEN-COUNT
           END-IF
           IF WS-CL-NOTE-DATE (CL-IDX) NOT = ZEROS
               PERFORM 570-PRINT-NOTE THRU 570-EXIT
           END-IF.
       550-EXIT.

      ******************************************************************
      * 560-READ-MASTER FETCHES THE CLIENT'S NAME AND PHONE; A CLIENT
      * MISSING FROM THE MASTER PRINTS WITH THEM BLANK.
      ******************************************************************
       560-READ-MASTER.
           MOVE WS-CL-CLIENT (CL-IDX) TO CM-CLIENT-NO
           MOVE SPACES TO CM-CLIENT-NAME CM-CLIENT-PHONE
           IF WS-MASTER-OPEN = "NO"
               GO TO 560-EXIT
           END-IF
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON CLIENT MASTER" TO CM-CLIENT-NAME
                   MOVE SPACES TO CM-CLIENT-PHONE
           END-READ.
       560-EXIT.

       565-OPEN-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS = "00"
               MOVE "YES" TO WS-MASTER-OPEN
           END-IF.
       565-EXIT.

       570-PRINT-NOTE.
           MOVE WS-CL-NOTE-DATE (CL-IDX) TO WLN-DATE
           MOVE WS-CL-NOTE-COLLECTOR (CL-IDX) TO WLN-COLLECTOR
           MOVE WS-CL-NOTE-OUTCOME (CL-IDX) TO CN-OUTCOME
           PERFORM 580-OUTCOME-TEXT THRU 580-EXIT
           MOVE SPACES TO WLN-PROMISE-LABEL WLN-PROMISE-BY
               WLN-FOLLOWUP-LABEL
           MOVE ZEROS TO WLN-PROMISE-AMOUNT WLN-PROMISE-DATE
               WLN-FOLLOWUP-DATE
           IF CN-PROMISE-TO-PAY
               MOVE "  PROMISED $" TO WLN-PROMISE-LABEL
               MOVE WS-CL-PROMISE-AMOUNT (CL-IDX) TO WLN-PROMISE-AMOUNT
               MOVE " BY " TO WLN-PROMISE-BY
               MOVE WS-CL-PROMISE-DATE (CL-IDX) TO WLN-PROMISE-DATE
           END-IF
           IF WS-CL-FOLLOWUP-DATE (CL-IDX) NOT = ZEROS
               MOVE "  FOLLOW UP " TO WLN-FOLLOWUP-LABEL
               MOVE WS-CL-FOLLOWUP-DATE (CL-IDX) TO WLN-FOLLOWUP-DATE
           END-IF
           WRITE WORKLIST-RECORD FROM WL-NOTE-LINE.
       570-EXIT.

       580-OUTCOME-TEXT.
           EVALUATE TRUE
               WHEN CN-PROMISE-TO-PAY
                   MOVE "PROMISE TO PAY" TO WLN-OUTCOME
               WHEN CN-NO-ANSWER
                   MOVE "NO ANSWER" TO WLN-OUTCOME
               WHEN CN-LEFT-MESSAGE
                   MOVE "LEFT MESSAGE" TO WLN-OUTCOME
               WHEN CN-SPOKE-NO-PROMISE
                   MOVE "SPOKE - NO PROMISE" TO WLN-OUTCOME
               WHEN CN-DISPUTED
                   MOVE "DISPUTED" TO WLN-OUTCOME
               WHEN CN-SAYS-PAID
                   MOVE "SAYS PAID" TO WLN-OUTCOME
               WHEN CN-WRONG-NUMBER
                   MOVE "WRONG NUMBER" TO WLN-OUTCOME
               WHEN OTHER
                   MOVE SPACES TO WLN-OUTCOME
           END-EVALUATE.
       580-EXIT.

      ******************************************************************
      * 600-COLLECTOR-SCREEN TAKES ONE CLIENT AT A TIME UNTIL A ZERO
      * CLIENT NUMBER, SHOWS WHAT THEY OWE AND THE LAST CALL, AND
      * APPENDS THE CALL JUST MADE TO THE NOTES FILE.
      ******************************************************************
       600-COLLECTOR-SCREEN.
           PERFORM 565-OPEN-MASTER THRU 565-EXIT
           OPEN EXTEND COLLECTION-NOTES-FILE
           IF WS-COLLNOTE-STATUS NOT = "00"
               OPEN OUTPUT COLLECTION-NOTES-FILE
           END-IF
           MOVE "NO" TO WS-SCREEN-DONE
           PERFORM 610-ONE-CALL THRU 610-EXIT
               UNTIL WS-SCREEN-DONE = "YES"
           CLOSE COLLECTION-NOTES-FILE
           IF WS-MASTER-OPEN = "YES"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           DISPLAY WS-NOTE-COUNT " CALL(S) NOTED".
       600-EXIT.

       610-ONE-CALL.
           DISPLAY "CLIENT NUMBER (0 = DONE)"
           ACCEPT WS-INPUT-CLIENT
           IF WS-INPUT-CLIENT = ZEROS
               MOVE "YES" TO WS-SCREEN-DONE
               GO TO 610-EXIT
           END-IF
           MOVE WS-INPUT-CLIENT TO WS-WORK-CLIENT
           MOVE "NO" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           IF WS-CL-FOUND = "NO"
               DISPLAY "CLIENT " WS-WORK-CLIENT
                   " OWES NOTHING ON ANY ACCOUNT"
               GO TO 610-EXIT
           END-IF
           PERFORM 560-READ-MASTER THRU 560-EXIT
           DISPLAY "CLIENT " WS-CL-CLIENT (CL-IDX) " "
               CM-CLIENT-NAME " PHONE " CM-CLIENT-PHONE
           DISPLAY "  HOUSE ACCOUNT " WS-CL-AR-OWED (CL-IDX)
               " DAYS PAST DUE " WS-CL-AR-DAYS (CL-IDX)
           DISPLAY "  LAYAWAY       " WS-CL-LAY-OWED (CL-IDX)
               " DAYS PAST DUE " WS-CL-LAY-DAYS (CL-IDX)
           DISPLAY "  TRIPS         " WS-CL-TRIP-OWED (CL-IDX)
               " DAYS PAST DUE " WS-CL-TRIP-DAYS (CL-IDX)
           DISPLAY "  TOTAL OWED    " WS-CL-TOTAL-OWED (CL-IDX)
               " " WS-CL-STATUS (CL-IDX)
           IF WS-CL-NOTE-DATE (CL-IDX) NOT = ZEROS
               MOVE WS-CL-NOTE-OUTCOME (CL-IDX) TO CN-OUTCOME
               PERFORM 580-OUTCOME-TEXT THRU 580-EXIT
               DISPLAY "  LAST CALL " WS-CL-NOTE-DATE (CL-IDX)
                   " BY " WS-CL-NOTE-COLLECTOR (CL-IDX) " "
                   WLN-OUTCOME
           END-IF
           PERFORM 620-TAKE-OUTCOME THRU 620-EXIT
           PERFORM 630-WRITE-NOTE THRU 630-EXIT.
       610-EXIT.

      ******************************************************************
      * 620-TAKE-OUTCOME KEYS THE OUTCOME, A PROMISE'S DATE AND
      * AMOUNT, THE FOLLOW-UP DATE AND A REMARK. A ZERO FOLLOW-UP
      * DATE TAKES THE DEFAULT: THE DAY AFTER A PROMISE FALLS DUE,
      * TWO DAYS AFTER AN UNANSWERED CALL, A WEEK OTHERWISE.
      ******************************************************************
       620-TAKE-OUTCOME.
           MOVE SPACES TO CN-OUTCOME
           PERFORM 625-ACCEPT-OUTCOME THRU 625-EXIT
               UNTIL CN-VALID-OUTCOME
           MOVE ZEROS TO CN-PROMISE-DATE CN-PROMISE-AMOUNT
           IF CN-PROMISE-TO-PAY
               MOVE ZEROS TO WS-INPUT-DATE
               PERFORM 626-ACCEPT-PROMISE-DATE THRU 626-EXIT
                   UNTIL WS-INPUT-DATE NOT < WS-TODAY
               MOVE WS-INPUT-DATE TO CN-PROMISE-DATE
               MOVE ZEROS TO WS-INPUT-AMOUNT
               PERFORM 627-ACCEPT-PROMISE-AMOUNT THRU 627-EXIT
                   UNTIL WS-INPUT-AMOUNT > ZEROS
               MOVE WS-INPUT-AMOUNT TO CN-PROMISE-AMOUNT
           END-IF
           DISPLAY "FOLLOW-UP DATE YYYYMMDD (0 = DEFAULT)"
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT NUMERIC
               OR WS-INPUT-DATE < WS-TODAY
               EVALUATE TRUE
                   WHEN CN-PROMISE-TO-PAY
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE (CN-PROMISE-DATE)
                           + 1
                   WHEN CN-NO-ANSWER
                   WHEN CN-LEFT-MESSAGE
                       COMPUTE WS-DATE-INT = WS-TODAY-INT + 2
                   WHEN OTHER
                       COMPUTE WS-DATE-INT = WS-TODAY-INT + 7
               END-EVALUATE
               COMPUTE WS-INPUT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-IF
           MOVE WS-INPUT-DATE TO CN-FOLLOWUP-DATE
           DISPLAY "REMARK (UP TO 40 CHARACTERS)"
           MOVE SPACES TO WS-INPUT-REMARK
           ACCEPT WS-INPUT-REMARK
           MOVE WS-INPUT-REMARK TO CN-REMARK.
       620-EXIT.

       625-ACCEPT-OUTCOME.
           DISPLAY "OUTCOME: PP=PROMISE TO PAY NA=NO ANSWER "
               "LM=LEFT MESSAGE"
           DISPLAY "         SP=SPOKE-NO PROMISE DS=DISPUTED "
               "PD=SAYS PAID WN=WRONG NUMBER"
           ACCEPT WS-INPUT-OUTCOME
           INSPECT WS-INPUT-OUTCOME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-INPUT-OUTCOME TO CN-OUTCOME
           IF NOT CN-VALID-OUTCOME
               DISPLAY "INVALID OUTCOME - REENTER"
           END-IF.
       625-EXIT.

       626-ACCEPT-PROMISE-DATE.
           DISPLAY "PROMISED PAYMENT DATE YYYYMMDD"
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE NOT NUMERIC
               MOVE ZEROS TO WS-INPUT-DATE
           END-IF
           IF WS-INPUT-DATE < WS-TODAY
               DISPLAY "PROMISE DATE CANNOT BE BEFORE TODAY - REENTER"
           END-IF.
       626-EXIT.

       627-ACCEPT-PROMISE-AMOUNT.
           DISPLAY "PROMISED AMOUNT (9999999.99)"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = ZEROS
               DISPLAY "A PROMISE NEEDS AN AMOUNT - REENTER"
           END-IF.
       627-EXIT.

      ******************************************************************
      * 630-WRITE-NOTE APPENDS THE CALL WITH WHAT THE CLIENT OWED AT
      * THE TIME, AND CARRIES IT INTO THE TABLE SO A SECOND CALL THIS
      * SESSION SHOWS IT.
      ******************************************************************
       630-WRITE-NOTE.
           MOVE WS-CL-CLIENT (CL-IDX) TO CN-CLIENT-NO
           MOVE WS-TODAY TO CN-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO CN-TIME
           MOVE WS-OPERATOR-ID TO CN-COLLECTOR
           IF WS-CL-TOTAL-OWED (CL-IDX) > ZEROS
               MOVE WS-CL-TOTAL-OWED (CL-IDX) TO CN-OWED-AT-CALL
           ELSE
               MOVE ZEROS TO CN-OWED-AT-CALL
           END-IF
           WRITE CN-RECORD
           ADD 1 TO WS-NOTE-COUNT
           PERFORM 420-KEEP-NOTE THRU 420-EXIT
           PERFORM 450-SET-PRIORITY THRU 450-EXIT
           DISPLAY "CALL NOTED - FOLLOW UP " CN-FOLLOWUP-DATE.
       630-EXIT.

      ******************************************************************
      * 700-WEEKLY-ACTIVITY TOTALS THE WEEK'S NOTES PER COLLECTOR:
      * CALLS AND PROMISES TAKEN IN THE WEEK, AND FOR THE PROMISES
      * THAT FELL DUE IN IT, WHAT WAS PROMISED AGAINST WHAT CAME IN.
      ******************************************************************
       700-WEEKLY-ACTIVITY.
           DISPLAY "WEEK ENDING DATE YYYYMMDD (0 = TODAY)"
           ACCEPT WS-WEEK-END
           IF WS-WEEK-END NOT NUMERIC OR WS-WEEK-END = ZEROS
               MOVE WS-TODAY TO WS-WEEK-END
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-END) - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           OPEN INPUT COLLECTION-NOTES-FILE
           IF WS-COLLNOTE-STATUS NOT = "00"
               DISPLAY "NO COLLECTIONS NOTES ON FILE"
               GO TO 700-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           PERFORM 710-READ-WEEK-NOTE THRU 710-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE COLLECTION-NOTES-FILE
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE WS-WEEK-START TO CAH-FROM
           MOVE WS-WEEK-END TO CAH-TO
           WRITE ACTIVITY-RECORD FROM CA-HEADING1
           WRITE ACTIVITY-RECORD FROM CA-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO ACTIVITY-RECORD
           WRITE ACTIVITY-RECORD
           PERFORM 750-PRINT-COLLECTOR THRU 750-EXIT
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > WS-CO-COUNT
           MOVE "TOTAL" TO CAD-COLLECTOR
           MOVE WS-COT-CALLS TO CAD-CALLS
           MOVE WS-COT-PROMISES TO CAD-PROMISES
           MOVE WS-COT-PROMISED-AMT TO CAD-PROMISED-AMT
           MOVE WS-COT-DUE-COUNT TO CAD-DUE-COUNT
           MOVE WS-COT-DUE-AMT TO CAD-DUE-AMT
           MOVE WS-COT-COLLECTED TO CAD-COLLECTED
           MOVE WS-COT-KEPT TO CAD-KEPT
           MOVE WS-COT-BROKEN TO CAD-BROKEN
           WRITE ACTIVITY-RECORD FROM CA-DETAIL
            AFTER ADVANCING 2 LINES
           CLOSE ACTIVITY-REPORT-FILE
           DISPLAY "COLLECTOR ACTIVITY WRITTEN - " WS-CO-COUNT
               " COLLECTOR(S)".
       700-EXIT.

       710-READ-WEEK-NOTE.
           READ COLLECTION-NOTES-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 710-EXIT
           END-READ
           IF CN-DATE NOT < WS-WEEK-START AND CN-DATE NOT > WS-WEEK-END
               PERFORM 720-FIND-COLLECTOR THRU 720-EXIT
               IF WS-CO-FOUND = "YES"
                   ADD 1 TO WS-CO-CALLS (CO-IDX)
                   ADD 1 TO WS-COT-CALLS
                   IF CN-PROMISE-TO-PAY
                       ADD 1 TO WS-CO-PROMISES (CO-IDX)
                       ADD 1 TO WS-COT-PROMISES
                       ADD CN-PROMISE-AMOUNT
                           TO WS-CO-PROMISED-AMT (CO-IDX)
                       ADD CN-PROMISE-AMOUNT TO WS-COT-PROMISED-AMT
                   END-IF
               END-IF
           END-IF
           IF CN-PROMISE-TO-PAY
               AND CN-PROMISE-DATE NOT < WS-WEEK-START
               AND CN-PROMISE-DATE NOT > WS-WEEK-END
               PERFORM 720-FIND-COLLECTOR THRU 720-EXIT
               IF WS-CO-FOUND = "YES"
                   PERFORM 730-PROMISE-DUE THRU 730-EXIT
               END-IF
           END-IF.
       710-EXIT.

       720-FIND-COLLECTOR.
           MOVE "NO" TO WS-CO-FOUND
           IF WS-CO-COUNT > ZEROS
               SET CO-IDX TO 1
               SEARCH WS-CO-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-CO-ID (CO-IDX) = CN-COLLECTOR
                       MOVE "YES" TO WS-CO-FOUND
               END-SEARCH
           END-IF
           IF WS-CO-FOUND = "YES" OR WS-CO-COUNT >= 50
               GO TO 720-EXIT
           END-IF
           ADD 1 TO WS-CO-COUNT
           SET CO-IDX TO WS-CO-COUNT
           INITIALIZE WS-CO-ENTRIES (CO-IDX)
           MOVE CN-COLLECTOR TO WS-CO-ID (CO-IDX)
           MOVE "YES" TO WS-CO-FOUND.
       720-EXIT.

      ******************************************************************
      * 730-PROMISE-DUE SCORES A PROMISE THAT FELL DUE IN THE WEEK:
      * COLLECTED IS HOW FAR THE CLIENT'S TOTAL OWED HAS COME DOWN
      * SINCE THE PROMISE, UP TO THE AMOUNT PROMISED.
      ******************************************************************
       730-PROMISE-DUE.
           ADD 1 TO WS-CO-DUE-COUNT (CO-IDX)
           ADD 1 TO WS-COT-DUE-COUNT
           ADD CN-PROMISE-AMOUNT TO WS-CO-DUE-AMT (CO-IDX)
           ADD CN-PROMISE-AMOUNT TO WS-COT-DUE-AMT
           MOVE CN-CLIENT-NO TO WS-WORK-CLIENT
           MOVE "NO" TO WS-ADD-CLIENT
           PERFORM 150-FIND-CLIENT THRU 150-EXIT
           MOVE ZEROS TO WS-CURRENT-OWED
           IF WS-CL-FOUND = "YES"
               AND WS-CL-TOTAL-OWED (CL-IDX) > ZEROS
               MOVE WS-CL-TOTAL-OWED (CL-IDX) TO WS-CURRENT-OWED
           END-IF
           COMPUTE WS-COLLECTED = CN-OWED-AT-CALL - WS-CURRENT-OWED
           IF WS-COLLECTED < ZEROS
               MOVE ZEROS TO WS-COLLECTED
           END-IF
           IF WS-COLLECTED > CN-PROMISE-AMOUNT
               MOVE CN-PROMISE-AMOUNT TO WS-COLLECTED
           END-IF
           ADD WS-COLLECTED TO WS-CO-COLLECTED (CO-IDX)
           ADD WS-COLLECTED TO WS-COT-COLLECTED
           IF WS-COLLECTED = CN-PROMISE-AMOUNT
               ADD 1 TO WS-CO-KEPT (CO-IDX)
               ADD 1 TO WS-COT-KEPT
           ELSE
               IF CN-PROMISE-DATE < WS-TODAY
                   ADD 1 TO WS-CO-BROKEN (CO-IDX)
                   ADD 1 TO WS-COT-BROKEN
               END-IF
           END-IF.
       730-EXIT.

       750-PRINT-COLLECTOR.
           MOVE WS-CO-ID (CO-IDX) TO CAD-COLLECTOR
           MOVE WS-CO-CALLS (CO-IDX) TO CAD-CALLS
           MOVE WS-CO-PROMISES (CO-IDX) TO CAD-PROMISES
           MOVE WS-CO-PROMISED-AMT (CO-IDX) TO CAD-PROMISED-AMT
           MOVE WS-CO-DUE-COUNT (CO-IDX) TO CAD-DUE-COUNT
           MOVE WS-CO-DUE-AMT (CO-IDX) TO CAD-DUE-AMT
           MOVE WS-CO-COLLECTED (CO-IDX) TO CAD-COLLECTED
           MOVE WS-CO-KEPT (CO-IDX) TO CAD-KEPT
           MOVE WS-CO-BROKEN (CO-IDX) TO CAD-BROKEN
           WRITE ACTIVITY-RECORD FROM CA-DETAIL.
       750-EXIT.
