       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RACKAGE.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Unclaimed repairs. Run nightly, after the bench's day is on
      * the work order file (see copybooks/WORKORD.cpy). Every client
      * order the bench has stepped to ready (D) that the register
      * has not yet settled is a bike sitting on the racks; this
      * program ages each one from the day it went ready and:
      *
      *   - lists it on the call list (RackCallList.txt), with the
      *     client's phone, once it has waited the call days and
      *     until its pickup notice goes out
      *   - prints a pickup notice (PickupNotices.txt) addressed off
      *     the client master once it has waited the notice days,
      *     and a final abandonment notice once it has waited the
      *     abandonment days - each notice once per order, the
      *     order carrying an N line to say it went out
      *   - charges rack storage for every day past the grace
      *     period, appended to the order as labor lines (item code
      *     *STORAGE, quantity = days charged) so the register
      *     collects them at settlement with the rest of the ticket
      *   - prints the aging (RackAging.txt) of every bike on the
      *     racks with the work and storage owed, and the total
      *     money sitting on the racks
      *
      * Storage already charged is counted off the order's own
      * *STORAGE lines, and notices already sent off its N lines, so
      * a rerun of the same night charges and prints nothing twice.
      * An order sent back to the bench (a later H line not D) stops
      * aging; if it comes back ready its days start again, but the
      * storage and notices already on it stand.
      *
      * Rack storage policy file layout (one line, optional - any
      * field missing or not numeric takes its default):
      *  1  - 3   call days                        (default 3)
      *  4  - 6   pickup notice days               (default 14)
      *  7  - 9   abandonment notice days          (default 90)
      * 10  - 12  storage grace days               (default 7)
      * 13  - 17  storage fee per day, 999V99      (default 5.00)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the work order file.

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the rack storage policy.

       SELECT POLICY-FILE
               ASSIGN TO UT-SYS-RACKPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

      * Select statement for the shared client master.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the front desk call list.

       SELECT CALL-LIST-FILE
               ASSIGN TO UT-SYS-CALLLIST
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the printed pickup notices.

       SELECT NOTICE-FILE
               ASSIGN TO UT-SYS-NOTICES
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the rack aging report.

       SELECT AGING-REPORT-FILE
               ASSIGN TO UT-SYS-AGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
           COPY WORKORD.

      * File description for the rack storage policy.

       FD  POLICY-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  POLICY-RECORD.
           05 RP-CALL-DAYS                   PIC 9(3).
           05 RP-NOTICE-DAYS                 PIC 9(3).
           05 RP-ABANDON-DAYS                PIC 9(3).
           05 RP-GRACE-DAYS                  PIC 9(3).
           05 RP-DAILY-FEE                   PIC 9(3)V99.

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the front desk call list.

       FD  CALL-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CALL-RECORD                        PIC X(100).

      * File description for the printed pickup notices.

       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-RECORD                      PIC X(80).

      * File description for the rack aging report.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-RECORD                      PIC X(100).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-POLICY-STATUS                PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-READY-INT                    PIC 9(8).
          05 WS-DAYS                         PIC 9(5).
          05 WS-FEE-DAYS-DUE                 PIC 9(5).
          05 WS-FEE-QTY                      PIC 99.
          05 WS-RK-SUB                       PIC 9(4).
          05 WS-RK-FOUND                     PIC XXX.
          05 WS-TABLE-FULL                   PIC XXX VALUE "NO".
          05 WS-WO-EXTENDED                  PIC XXX VALUE "NO".
          05 WS-CLIENT-NAME                  PIC X(25).
          05 WS-CLIENT-ADDRESS               PIC X(25).
          05 WS-CLIENT-PHONE                 PIC X(15).
          05 WS-CLIENT-CSZ                   PIC X(22).
          05 WS-ORDER-DUE                    PIC 9(7)V99.
          05 WS-STAGE                        PIC X(10).
          05 WS-DEADLINE-DATE                PIC 9(8).
          05 WS-RACK-COUNT                   PIC 9(5)  VALUE 0.
          05 WS-CALL-COUNT                   PIC 9(5)  VALUE 0.
          05 WS-PICKUP-COUNT                 PIC 9(5)  VALUE 0.
          05 WS-ABANDON-COUNT                PIC 9(5)  VALUE 0.
          05 WS-FEE-LINES                    PIC 9(5)  VALUE 0.
          05 WS-WORK-TOTAL                   PIC 9(8)V99 VALUE 0.
          05 WS-STORAGE-TOTAL                PIC 9(8)V99 VALUE 0.
          05 WS-RACK-TOTAL                   PIC 9(8)V99 VALUE 0.
          05 WS-NEW-FEES                     PIC 9(8)V99 VALUE 0.

      * The rack storage policy in force for the run.

       01 WS-POLICY.
          05 WS-CALL-DAYS                    PIC 9(3)  VALUE 3.
          05 WS-NOTICE-DAYS                  PIC 9(3)  VALUE 14.
          05 WS-ABANDON-DAYS                 PIC 9(3)  VALUE 90.
          05 WS-GRACE-DAYS                   PIC 9(3)  VALUE 7.
          05 WS-DAILY-FEE                    PIC 9(3)V99 VALUE 5.00.

      * One entry per client work order seen on the file.

       01 WS-RACK-TABLE.
          05 WS-RK-COUNT                     PIC 9(4) VALUE 0.
          05 WS-RK-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-RK-COUNT
               INDEXED BY RK-IDX.
             10 WS-RK-NUMBER                 PIC 9(6).
             10 WS-RK-CLIENT                 PIC X(5).
             10 WS-RK-DESC                   PIC X(25).
             10 WS-RK-STATUS                 PIC X.
             10 WS-RK-READY-DATE             PIC 9(8).
             10 WS-RK-WORK                   PIC 9(6)V99.
             10 WS-RK-FEE-DAYS               PIC 9(5).
             10 WS-RK-FEES                   PIC 9(6)V99.
             10 WS-RK-NOTICE                 PIC X.
                88 WS-RK-NO-NOTICE                  VALUE SPACE.
                88 WS-RK-PICKUP-SENT                VALUE "1".
                88 WS-RK-ABANDON-SENT               VALUE "2".

      * Call list lines.

       01 CL-HEADING1.
          05                                 PIC X(40)
                  VALUE "UNCLAIMED REPAIRS - CALL LIST     AS OF".
          05                                 PIC X     VALUE SPACE.
          05 CLH-DATE                        PIC 9(8).
          05                                 PIC X(51) VALUE SPACES.

       01 CL-HEADING2.
          05                                 PIC X(8)  VALUE "WO".
          05                                 PIC X(7)  VALUE "CLIENT".
          05                                 PIC X(26) VALUE "NAME".
          05                                 PIC X(16) VALUE "PHONE".
          05                                 PIC X(9)  VALUE "READY".
          05                                 PIC X(6)  VALUE "  DAYS".
          05                                 PIC X(28)
                                    VALUE "    AMOUNT DUE".

       01 CL-DETAIL.
          05 CLD-NUMBER                      PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-CLIENT                      PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-NAME                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 CLD-PHONE                       PIC X(15).
          05                                 PIC X     VALUE SPACE.
          05 CLD-READY                       PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 CLD-DAYS                        PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 CLD-DUE                         PIC $$$,$$9.99.
          05                                 PIC X(17) VALUE SPACES.

       01 CL-FOOTER.
          05                                 PIC X(30)
                   VALUE "*** CLIENTS TO CALL ".
          05 CLF-COUNT                       PIC ZZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(61) VALUE SPACES.

      * Notice lines.

       01 NT-LINE.
          05 NTL-TEXT                        PIC X(70).
          05                                 PIC X(10) VALUE SPACES.

       01 NT-TITLE-LINE.
          05                                 PIC X(24)
                   VALUE "BICYCLE SHOP            ".
          05 NTT-TITLE                       PIC X(36).
          05 NTT-DATE                        PIC 9(8).
          05                                 PIC X(12) VALUE SPACES.

       01 NT-ORDER-LINE.
          05                                 PIC X(19)
                   VALUE "WORK ORDER NUMBER: ".
          05 NTO-NUMBER                      PIC 9(6).
          05                                 PIC X(4)  VALUE SPACES.
          05 NTO-DESC                        PIC X(25).
          05                                 PIC X(26) VALUE SPACES.

       01 NT-READY-LINE.
          05                                 PIC X(30)
                   VALUE "READY FOR PICKUP SINCE:       ".
          05 NTR-DATE                        PIC 9(8).
          05                                 PIC X(4)  VALUE SPACES.
          05 NTR-DAYS                        PIC ZZZZ9.
          05                                 PIC X(33)
                   VALUE " DAYS".

       01 NT-AMOUNT-LINE.
          05 NTA-LABEL                       PIC X(30).
          05 NTA-AMOUNT                      PIC $$$,$$9.99.
          05                                 PIC X(40) VALUE SPACES.

       01 NT-FEE-LINE.
          05                                 PIC X(30)
                   VALUE "STORAGE IS CHARGED AT         ".
          05 NTF-FEE                         PIC $$$9.99.
          05                                 PIC X(43)
                   VALUE " PER DAY, PLUS TAX".

       01 NT-DEADLINE-LINE.
          05 NTD-LABEL                       PIC X(50).
          05 NTD-DATE                        PIC 9(8).
          05                                 PIC X(22) VALUE SPACES.

      * Aging report lines.

       01 RA-HEADING1.
          05                                 PIC X(40)
                  VALUE "BIKES READY AND UNCLAIMED         AS OF".
          05                                 PIC X     VALUE SPACE.
          05 RAH-DATE                        PIC 9(8).
          05                                 PIC X(51) VALUE SPACES.

       01 RA-HEADING2.
          05                                 PIC X(7)  VALUE "WO".
          05                                 PIC X(7)  VALUE "CLIENT".
          05                                 PIC X(26)
                                    VALUE "BIKE".
          05                                 PIC X(9)  VALUE "READY".
          05                                 PIC X(6)  VALUE "  DAYS".
          05                                 PIC X(13)
                                    VALUE "         WORK".
          05                                 PIC X(12)
                                    VALUE "     STORAGE".
          05                                 PIC X(20)
                                    VALUE "    TOTAL DUE".

       01 RA-DETAIL.
          05 RAD-NUMBER                      PIC 9(6).
          05                                 PIC X     VALUE SPACE.
          05 RAD-CLIENT                      PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 RAD-DESC                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 RAD-READY                       PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 RAD-DAYS                        PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAD-WORK                        PIC $$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAD-STORAGE                     PIC $$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAD-DUE                         PIC $$$,$$9.99.
          05                                 PIC X     VALUE SPACE.
          05 RAD-STAGE                       PIC X(9).

       01 RA-TOTAL-LINE.
          05 RAT-LABEL                       PIC X(40).
          05 RAT-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(54) VALUE SPACES.

       01 RA-MONEY-LINE.
          05 RAM-LABEL                       PIC X(40).
          05 RAM-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(47) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".
          05 UT-SYS-RACKPOL                  PIC X(60)
          VALUE "C:\COBOL\RackStoragePolicy.txt".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-CALLLIST                 PIC X(60)
          VALUE "C:\COBOL\RackCallList.txt".
          05 UT-SYS-NOTICES                  PIC X(60)
          VALUE "C:\COBOL\PickupNotices.txt".
          05 UT-SYS-AGERPT                   PIC X(60)
          VALUE "C:\COBOL\RackAging.txt".

      * The business date the racks are aged against (see
      * copybooks/BDATEWS.cpy).

       COPY BDATEWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 050-READ-POLICY THRU 050-EXIT
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               DISPLAY "NO WORK ORDERS ON FILE"
               MOVE "YES" TO WS-EOF-FLAG
           END-IF
           PERFORM 400-READ-REC THRU 400-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           IF WS-WOFILE-STATUS = "00"
               CLOSE WORK-ORDER-FILE
           END-IF
           IF WS-TABLE-FULL = "YES"
               DISPLAY "MORE THAN 2000 CLIENT WORK ORDERS - THE LATEST "
                   "ARE NOT AGED TONIGHT"
           END-IF
           PERFORM 500-AGE-RACKS THRU 500-EXIT
       STOP RUN.

      ******************************************************************
      * 050-READ-POLICY TAKES THE RACK STORAGE POLICY LINE, FIELD BY
      * FIELD OVER THE DEFAULTS. NO FILE MEANS THE DEFAULTS STAND.
      ******************************************************************
       050-READ-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               GO TO 050-EXIT
           END-IF
           READ POLICY-FILE
               AT END
                   CLOSE POLICY-FILE
                   GO TO 050-EXIT
           END-READ
           CLOSE POLICY-FILE
           IF RP-CALL-DAYS NUMERIC AND RP-CALL-DAYS > ZEROS
               MOVE RP-CALL-DAYS TO WS-CALL-DAYS
           END-IF
           IF RP-NOTICE-DAYS NUMERIC AND RP-NOTICE-DAYS > ZEROS
               MOVE RP-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF
           IF RP-ABANDON-DAYS NUMERIC AND RP-ABANDON-DAYS > ZEROS
               MOVE RP-ABANDON-DAYS TO WS-ABANDON-DAYS
           END-IF
           IF RP-GRACE-DAYS NUMERIC
               MOVE RP-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           IF RP-DAILY-FEE NUMERIC
               MOVE RP-DAILY-FEE TO WS-DAILY-FEE
           END-IF.
       050-EXIT.

      ******************************************************************
      * 400-READ-REC TRACKS EVERY CLIENT ORDER: AN H LINE MOVES ITS
      * STATUS (AND STARTS ITS READY CLOCK WHEN IT STEPS TO D), L
      * AND P LINES ADD TO THE WORK OWED - *STORAGE LINES TO THE
      * STORAGE ALREADY CHARGED - AN N LINE RECORDS A NOTICE SENT,
      * AND THE C LINE SETTLES IT. REFURBISHMENT AND RENTAL FLEET
      * ORDERS BELONG TO THE SHOP AND ARE PASSED OVER.
      ******************************************************************
       400-READ-REC.
           READ WORK-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 400-EXIT
           END-READ
           IF WO-SHOP-ORDER OR WO-FLEET-ORDER
               GO TO 400-EXIT
           END-IF
           MOVE "NO" TO WS-RK-FOUND
           PERFORM VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB > WS-RK-COUNT OR WS-RK-FOUND = "YES"
               IF WS-RK-NUMBER (WS-RK-SUB) = WO-NUMBER
                   MOVE "YES" TO WS-RK-FOUND
               END-IF
           END-PERFORM
           IF WS-RK-FOUND = "YES"
               SUBTRACT 1 FROM WS-RK-SUB
           ELSE
               IF WO-LINE-TYPE NOT = "H"
                   GO TO 400-EXIT
               END-IF
               IF WS-RK-COUNT NOT < 2000
                   MOVE "YES" TO WS-TABLE-FULL
                   GO TO 400-EXIT
               END-IF
               ADD 1 TO WS-RK-COUNT
               MOVE WS-RK-COUNT TO WS-RK-SUB
               MOVE WO-NUMBER TO WS-RK-NUMBER (WS-RK-SUB)
               MOVE WO-CLIENT-NO TO WS-RK-CLIENT (WS-RK-SUB)
               MOVE WO-DESCRIPTION TO WS-RK-DESC (WS-RK-SUB)
               MOVE SPACE TO WS-RK-STATUS (WS-RK-SUB)
                   WS-RK-NOTICE (WS-RK-SUB)
               MOVE ZEROS TO WS-RK-READY-DATE (WS-RK-SUB)
                   WS-RK-WORK (WS-RK-SUB) WS-RK-FEE-DAYS (WS-RK-SUB)
                   WS-RK-FEES (WS-RK-SUB)
           END-IF
           EVALUATE WO-LINE-TYPE
               WHEN "H"
                   IF WO-STATUS = "D"
                       AND WS-RK-STATUS (WS-RK-SUB) NOT = "D"
                       MOVE WO-DATE TO WS-RK-READY-DATE (WS-RK-SUB)
                   END-IF
                   MOVE WO-STATUS TO WS-RK-STATUS (WS-RK-SUB)
               WHEN "C"
                   MOVE "S" TO WS-RK-STATUS (WS-RK-SUB)
               WHEN "N"
                   IF WO-STATUS > WS-RK-NOTICE (WS-RK-SUB)
                       MOVE WO-STATUS TO WS-RK-NOTICE (WS-RK-SUB)
                   END-IF
               WHEN "L"
               WHEN "P"
                   IF WO-ITEM-CODE = "*STORAGE"
                       ADD WO-QTY TO WS-RK-FEE-DAYS (WS-RK-SUB)
                       ADD WO-LINE-TOTAL TO WS-RK-FEES (WS-RK-SUB)
                   ELSE
                       ADD WO-LINE-TOTAL TO WS-RK-WORK (WS-RK-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-EXIT.

      ******************************************************************
      * 500-AGE-RACKS WORKS EVERY ORDER STILL READY AND UNSETTLED:
      * STORAGE FIRST, SO THE NOTICES AND THE AGING SHOW WHAT IS OWED
      * TONIGHT, THEN THE CALL LIST OR THE NOTICE ITS AGE CALLS FOR,
      * THEN ITS AGING LINE.
      ******************************************************************
       500-AGE-RACKS.
           OPEN OUTPUT CALL-LIST-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           MOVE WS-TODAY TO CLH-DATE RAH-DATE
           WRITE CALL-RECORD FROM CL-HEADING1
           WRITE CALL-RECORD FROM CL-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO CALL-RECORD
           WRITE CALL-RECORD
           WRITE REPORT-RECORD FROM RA-HEADING1
           WRITE REPORT-RECORD FROM RA-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB > WS-RK-COUNT
               IF WS-RK-STATUS (WS-RK-SUB) = "D"
                   PERFORM 510-AGE-ONE-ORDER THRU 510-EXIT
               END-IF
           END-PERFORM
           IF WS-WO-EXTENDED = "YES"
               CLOSE WORK-ORDER-FILE
           END-IF
           MOVE WS-CALL-COUNT TO CLF-COUNT
           WRITE CALL-RECORD FROM CL-FOOTER
            AFTER ADVANCING 2 LINES
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           IF WS-CLIENTMS-STATUS = "00"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE CALL-LIST-FILE
           CLOSE NOTICE-FILE
           CLOSE AGING-REPORT-FILE
           DISPLAY "RACK AGING WRITTEN - BIKES ON RACKS: "
               WS-RACK-COUNT " CALLS: " WS-CALL-COUNT
               " PICKUP NOTICES: " WS-PICKUP-COUNT
               " FINAL NOTICES: " WS-ABANDON-COUNT
           DISPLAY "STORAGE FEE LINES ADDED: " WS-FEE-LINES.
       500-EXIT.

       510-AGE-ONE-ORDER.
           MOVE ZEROS TO WS-DAYS
           IF WS-RK-READY-DATE (WS-RK-SUB) NUMERIC
               AND WS-RK-READY-DATE (WS-RK-SUB) > ZEROS
               COMPUTE WS-READY-INT = FUNCTION INTEGER-OF-DATE
                   (WS-RK-READY-DATE (WS-RK-SUB))
               IF WS-TODAY-INT > WS-READY-INT
                   COMPUTE WS-DAYS = WS-TODAY-INT - WS-READY-INT
               END-IF
           END-IF
           PERFORM 520-CHARGE-STORAGE THRU 520-EXIT
           MOVE WS-RK-CLIENT (WS-RK-SUB) TO CM-CLIENT-NO
           PERFORM 900-READ-CLIENT THRU 900-EXIT
           COMPUTE WS-ORDER-DUE =
               WS-RK-WORK (WS-RK-SUB) + WS-RK-FEES (WS-RK-SUB)
           MOVE SPACES TO WS-STAGE
           EVALUATE TRUE
               WHEN WS-DAYS NOT < WS-ABANDON-DAYS
                   MOVE "FINAL" TO WS-STAGE
                   IF NOT WS-RK-ABANDON-SENT (WS-RK-SUB)
                       PERFORM 620-WRITE-ABANDON-NOTICE THRU 620-EXIT
                   END-IF
               WHEN WS-DAYS NOT < WS-NOTICE-DAYS
                   MOVE "NOTICE" TO WS-STAGE
                   IF WS-RK-NO-NOTICE (WS-RK-SUB)
                       PERFORM 610-WRITE-PICKUP-NOTICE THRU 610-EXIT
                   END-IF
               WHEN WS-DAYS NOT < WS-CALL-DAYS
                   MOVE "CALL" TO WS-STAGE
                   PERFORM 530-WRITE-CALL-LINE THRU 530-EXIT
           END-EVALUATE
           MOVE WS-RK-NUMBER (WS-RK-SUB) TO RAD-NUMBER
           MOVE WS-RK-CLIENT (WS-RK-SUB) TO RAD-CLIENT
           MOVE WS-RK-DESC (WS-RK-SUB) TO RAD-DESC
           MOVE WS-RK-READY-DATE (WS-RK-SUB) TO RAD-READY
           MOVE WS-DAYS TO RAD-DAYS
           MOVE WS-RK-WORK (WS-RK-SUB) TO RAD-WORK
           MOVE WS-RK-FEES (WS-RK-SUB) TO RAD-STORAGE
           MOVE WS-ORDER-DUE TO RAD-DUE
           MOVE WS-STAGE TO RAD-STAGE
           WRITE REPORT-RECORD FROM RA-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-RACK-COUNT
           ADD WS-RK-WORK (WS-RK-SUB) TO WS-WORK-TOTAL
           ADD WS-RK-FEES (WS-RK-SUB) TO WS-STORAGE-TOTAL
           ADD WS-ORDER-DUE TO WS-RACK-TOTAL.
       510-EXIT.

      ******************************************************************
      * 520-CHARGE-STORAGE CHARGES THE DAYS PAST THE GRACE PERIOD NOT
      * ALREADY ON THE ORDER. A FEE LINE HOLDS AT MOST 99 DAYS, SO A
      * LONG CATCH-UP GOES ON AS SEVERAL LINES.
      ******************************************************************
       520-CHARGE-STORAGE.
           IF WS-DAILY-FEE = ZEROS OR WS-DAYS NOT > WS-GRACE-DAYS
               GO TO 520-EXIT
           END-IF
           IF WS-DAYS - WS-GRACE-DAYS NOT > WS-RK-FEE-DAYS (WS-RK-SUB)
               GO TO 520-EXIT
           END-IF
           COMPUTE WS-FEE-DAYS-DUE =
               WS-DAYS - WS-GRACE-DAYS - WS-RK-FEE-DAYS (WS-RK-SUB)
           IF WS-WO-EXTENDED = "NO"
               OPEN EXTEND WORK-ORDER-FILE
               IF WS-WOFILE-STATUS NOT = "00"
                   DISPLAY "WORK ORDER FILE NOT AVAILABLE - NO STORAGE "
                       "CHARGED TONIGHT"
                   MOVE ZEROS TO WS-DAILY-FEE
                   GO TO 520-EXIT
               END-IF
               MOVE "YES" TO WS-WO-EXTENDED
           END-IF
           PERFORM 525-WRITE-FEE-LINE THRU 525-EXIT
               UNTIL WS-FEE-DAYS-DUE = ZEROS.
       520-EXIT.

       525-WRITE-FEE-LINE.
           IF WS-FEE-DAYS-DUE > 99
               MOVE 99 TO WS-FEE-QTY
           ELSE
               MOVE WS-FEE-DAYS-DUE TO WS-FEE-QTY
           END-IF
           MOVE SPACES TO WO-RECORD
           MOVE WS-RK-NUMBER (WS-RK-SUB) TO WO-NUMBER
           MOVE "L" TO WO-LINE-TYPE
           MOVE WS-RK-CLIENT (WS-RK-SUB) TO WO-CLIENT-NO
           MOVE "RACK STORAGE FEE" TO WO-DESCRIPTION
           MOVE "*STORAGE" TO WO-ITEM-CODE
           MOVE WS-FEE-QTY TO WO-QTY
           MOVE WS-DAILY-FEE TO WO-UNIT-PRICE
           COMPUTE WO-LINE-TOTAL = WS-FEE-QTY * WS-DAILY-FEE
           MOVE WS-TODAY TO WO-DATE
           MOVE ZEROS TO WO-INVOICE-NUMBER WO-SALE-DATE WO-CLAIM-COST
           WRITE WO-RECORD
           ADD WS-FEE-QTY TO WS-RK-FEE-DAYS (WS-RK-SUB)
           ADD WO-LINE-TOTAL TO WS-RK-FEES (WS-RK-SUB) WS-NEW-FEES
           ADD 1 TO WS-FEE-LINES
           SUBTRACT WS-FEE-QTY FROM WS-FEE-DAYS-DUE.
       525-EXIT.

      ******************************************************************
      * 530-WRITE-CALL-LINE PUTS THE CLIENT ON TONIGHT'S CALL LIST.
      ******************************************************************
       530-WRITE-CALL-LINE.
           MOVE WS-RK-NUMBER (WS-RK-SUB) TO CLD-NUMBER
           MOVE WS-RK-CLIENT (WS-RK-SUB) TO CLD-CLIENT
           MOVE WS-CLIENT-NAME TO CLD-NAME
           MOVE WS-CLIENT-PHONE TO CLD-PHONE
           MOVE WS-RK-READY-DATE (WS-RK-SUB) TO CLD-READY
           MOVE WS-DAYS TO CLD-DAYS
           MOVE WS-ORDER-DUE TO CLD-DUE
           WRITE CALL-RECORD FROM CL-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CALL-COUNT.
       530-EXIT.

      ******************************************************************
      * 600-WRITE-NOTICE-TOP STARTS A NOTICE ON A FRESH PAGE WITH THE
      * CLIENT'S NAME AND ADDRESS BLOCK OFF THE SHARED MASTER, LAID
      * OUT FOR A WINDOW ENVELOPE THE WAY THE HOUSE ACCOUNT
      * STATEMENTS ARE, AND THE ORDER AND WHAT IS OWED ON IT.
      ******************************************************************
       600-WRITE-NOTICE-TOP.
           MOVE WS-TODAY TO NTT-DATE
           WRITE NOTICE-RECORD FROM NT-TITLE-LINE
            AFTER ADVANCING PAGE
           MOVE SPACES TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 2 LINES
           MOVE WS-CLIENT-NAME TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           MOVE WS-CLIENT-ADDRESS TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           MOVE WS-CLIENT-CSZ TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           MOVE WS-RK-NUMBER (WS-RK-SUB) TO NTO-NUMBER
           MOVE WS-RK-DESC (WS-RK-SUB) TO NTO-DESC
           WRITE NOTICE-RECORD FROM NT-ORDER-LINE
            AFTER ADVANCING 3 LINES
           MOVE WS-RK-READY-DATE (WS-RK-SUB) TO NTR-DATE
           MOVE WS-DAYS TO NTR-DAYS
           WRITE NOTICE-RECORD FROM NT-READY-LINE
            AFTER ADVANCING 1 LINE
           MOVE "REPAIR WORK:" TO NTA-LABEL
           MOVE WS-RK-WORK (WS-RK-SUB) TO NTA-AMOUNT
           WRITE NOTICE-RECORD FROM NT-AMOUNT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "RACK STORAGE TO DATE:" TO NTA-LABEL
           MOVE WS-RK-FEES (WS-RK-SUB) TO NTA-AMOUNT
           WRITE NOTICE-RECORD FROM NT-AMOUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "AMOUNT DUE AT PICKUP:" TO NTA-LABEL
           MOVE WS-ORDER-DUE TO NTA-AMOUNT
           WRITE NOTICE-RECORD FROM NT-AMOUNT-LINE
            AFTER ADVANCING 1 LINE
           MOVE WS-DAILY-FEE TO NTF-FEE
           WRITE NOTICE-RECORD FROM NT-FEE-LINE
            AFTER ADVANCING 1 LINE.
       600-EXIT.

      ******************************************************************
      * 610-WRITE-PICKUP-NOTICE PRINTS THE PICKUP NOTICE AND MARKS
      * THE ORDER SO IT IS NOT PRINTED AGAIN.
      ******************************************************************
       610-WRITE-PICKUP-NOTICE.
           MOVE "PICKUP NOTICE" TO NTT-TITLE
           PERFORM 600-WRITE-NOTICE-TOP THRU 600-EXIT
           MOVE "YOUR BICYCLE IS REPAIRED AND READY FOR PICKUP."
               TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "PLEASE COLLECT IT AT YOUR EARLIEST CONVENIENCE."
               TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           IF WS-DAILY-FEE > ZEROS
               MOVE "STORAGE IS CHARGED FOR EVERY DAY IT REMAINS "
                   TO NTL-TEXT
               WRITE NOTICE-RECORD FROM NT-LINE
                AFTER ADVANCING 1 LINE
               MOVE "UNCLAIMED, AS SHOWN ABOVE." TO NTL-TEXT
               WRITE NOTICE-RECORD FROM NT-LINE
                AFTER ADVANCING 1 LINE
           END-IF
           MOVE "1" TO WO-STATUS
           MOVE "PICKUP NOTICE SENT" TO WO-DESCRIPTION
           PERFORM 650-MARK-NOTICE THRU 650-EXIT
           ADD 1 TO WS-PICKUP-COUNT.
       610-EXIT.

      ******************************************************************
      * 620-WRITE-ABANDON-NOTICE PRINTS THE FINAL ABANDONMENT NOTICE,
      * GIVING THE CLIENT THE NOTICE DAYS AGAIN TO COLLECT, AND MARKS
      * THE ORDER SO IT IS NOT PRINTED AGAIN.
      ******************************************************************
       620-WRITE-ABANDON-NOTICE.
           MOVE "FINAL NOTICE - UNCLAIMED PROPERTY" TO NTT-TITLE
           PERFORM 600-WRITE-NOTICE-TOP THRU 600-EXIT
           MOVE "YOUR BICYCLE HAS BEEN READY FOR PICKUP AND REMAINS "
               TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "UNCLAIMED DESPITE OUR EARLIER NOTICE." TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-NOTICE-DAYS)
           MOVE "IF IT IS NOT COLLECTED AND PAID FOR BY" TO NTD-LABEL
           MOVE WS-DEADLINE-DATE TO NTD-DATE
           WRITE NOTICE-RECORD FROM NT-DEADLINE-LINE
            AFTER ADVANCING 1 LINE
           MOVE "IT WILL BE TREATED AS ABANDONED AND DISPOSED OF TO "
               TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "RECOVER THE CHARGES OWED." TO NTL-TEXT
           WRITE NOTICE-RECORD FROM NT-LINE
            AFTER ADVANCING 1 LINE
           MOVE "2" TO WO-STATUS
           MOVE "ABANDONMENT NOTICE SENT" TO WO-DESCRIPTION
           PERFORM 650-MARK-NOTICE THRU 650-EXIT
           ADD 1 TO WS-ABANDON-COUNT.
       620-EXIT.

      ******************************************************************
      * 650-MARK-NOTICE APPENDS THE N LINE RECORDING THE NOTICE IN
      * WO-STATUS AND WO-DESCRIPTION. IF THE WORK ORDER FILE CANNOT BE
      * OPENED THE NOTICE STILL PRINTS, AND PRINTS AGAIN TOMORROW.
      ******************************************************************
       650-MARK-NOTICE.
           MOVE WO-STATUS TO WS-RK-NOTICE (WS-RK-SUB)
           IF WS-WO-EXTENDED = "NO"
               OPEN EXTEND WORK-ORDER-FILE
               IF WS-WOFILE-STATUS NOT = "00"
                   GO TO 650-EXIT
               END-IF
               MOVE "YES" TO WS-WO-EXTENDED
           END-IF
           MOVE WS-RK-NUMBER (WS-RK-SUB) TO WO-NUMBER
           MOVE "N" TO WO-LINE-TYPE
           MOVE WS-RK-CLIENT (WS-RK-SUB) TO WO-CLIENT-NO
           MOVE SPACES TO WO-ITEM-CODE WO-WARRANTY-FLAG WO-MFR-CODE
               WO-SERIAL-NO
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-LINE-TOTAL
               WO-INVOICE-NUMBER WO-SALE-DATE WO-CLAIM-COST
           MOVE WS-TODAY TO WO-DATE
           WRITE WO-RECORD.
       650-EXIT.

      ******************************************************************
      * 700-WRITE-TOTALS CLOSES THE AGING WITH THE COUNTS AND THE
      * MONEY ON THE RACKS.
      ******************************************************************
       700-WRITE-TOTALS.
           MOVE "BIKES READY AND UNCLAIMED" TO RAT-LABEL
           MOVE WS-RACK-COUNT TO RAT-COUNT
           WRITE REPORT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           MOVE "ON THE CALL LIST" TO RAT-LABEL
           MOVE WS-CALL-COUNT TO RAT-COUNT
           WRITE REPORT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           MOVE "PICKUP NOTICES PRINTED TONIGHT" TO RAT-LABEL
           MOVE WS-PICKUP-COUNT TO RAT-COUNT
           WRITE REPORT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           MOVE "FINAL NOTICES PRINTED TONIGHT" TO RAT-LABEL
           MOVE WS-ABANDON-COUNT TO RAT-COUNT
           WRITE REPORT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           MOVE "REPAIR WORK ON THE RACKS" TO RAM-LABEL
           MOVE WS-WORK-TOTAL TO RAM-AMOUNT
           WRITE REPORT-RECORD FROM RA-MONEY-LINE
            AFTER ADVANCING 2 LINES
           MOVE "RACK STORAGE CHARGED" TO RAM-LABEL
           MOVE WS-STORAGE-TOTAL TO RAM-AMOUNT
           WRITE REPORT-RECORD FROM RA-MONEY-LINE
            AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH ADDED TONIGHT" TO RAM-LABEL
           MOVE WS-NEW-FEES TO RAM-AMOUNT
           WRITE REPORT-RECORD FROM RA-MONEY-LINE
            AFTER ADVANCING 1 LINE
           MOVE "TOTAL MONEY SITTING ON THE RACKS" TO RAM-LABEL
           MOVE WS-RACK-TOTAL TO RAM-AMOUNT
           WRITE REPORT-RECORD FROM RA-MONEY-LINE
            AFTER ADVANCING 1 LINE.
       700-EXIT.

      ******************************************************************
      * 900-READ-CLIENT READS CM-CLIENT-NO FROM THE CLIENT MASTER FOR
      * THE NAME, ADDRESS BLOCK, AND PHONE. A MISSING MASTER OR
      * CLIENT LEAVES THEM BLANK BUT FLAGGED IN THE NAME.
      ******************************************************************
       900-READ-CLIENT.
           MOVE SPACES TO WS-CLIENT-NAME WS-CLIENT-ADDRESS
               WS-CLIENT-PHONE WS-CLIENT-CSZ
           IF WS-CLIENTMS-STATUS NOT = "00"
               MOVE "*** NO CLIENT MASTER ***" TO WS-CLIENT-NAME
               GO TO 900-EXIT
           END-IF
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WS-CLIENT-NAME
               NOT INVALID KEY
                   MOVE CM-CLIENT-NAME TO WS-CLIENT-NAME
                   MOVE CM-CLIENT-ADDRESS TO WS-CLIENT-ADDRESS
                   MOVE CM-CLIENT-PHONE TO WS-CLIENT-PHONE
                   MOVE CM-CLIENT-CITY-STATE-ZIP TO WS-CLIENT-CSZ
           END-READ.
       900-EXIT.
