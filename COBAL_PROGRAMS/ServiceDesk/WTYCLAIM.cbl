       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WTYCLAIM.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Manufacturer warranty claims. When the bench replaces a
      * cracked frame or a failed hub under the manufacturer's
      * warranty, WORKORD marks the labor or part line as warranty
      * (proven against the frame serial's sale on the invoice
      * history) and the customer pays nothing for it. This program
      * gets the money back from the manufacturer. It works the
      * warranty terms file (see copybooks/WTYTERMS.cpy) and the
      * claim file (see copybooks/WTYCLM.cpy):
      *
      *   T  maintains each manufacturer's terms - name, the flat
      *      amount it pays per warranty labor line, and the days a
      *      bike is covered from its sale.
      *   S  the claim-submission run - every warranty line on
      *      WorkOrders.txt not yet claimed is claimed, grouped by
      *      manufacturer, parts at their cost when they came off
      *      the shelf and labor at the manufacturer's flat rate.
      *      Each manufacturer's lines get one claim number, and the
      *      claim listing to send with them is written to
      *      WtyClaimSubmit.txt.
      *   P  posts the manufacturer's credit against a claim number -
      *      the credit is applied line by line and every line is
      *      closed; a credit short of the claim closes the lines
      *      short with the shortfall recorded, the way VENDRTV
      *      matches a vendor's credit memo.
      *   A  prints the aging of the claims not yet paid, by
      *      manufacturer, flagging anything 60 days or more since it
      *      was submitted for a call to the manufacturer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the append-only work order file.

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the manufacturer warranty terms.

       SELECT WARRANTY-TERMS-FILE
               ASSIGN TO UT-SYS-WTYTERMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTYTERMS-STATUS.

      * Select statement for the warranty claim file.

       SELECT CLAIM-FILE
               ASSIGN TO UT-SYS-WTYCLAIMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMFILE-STATUS.

      * Select statement for the printed claim listing.

       SELECT SUBMIT-REPORT-FILE
               ASSIGN TO UT-SYS-WTYSUBMIT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the printed aging report.

       SELECT AGING-REPORT-FILE
               ASSIGN TO UT-SYS-WTYAGING
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
       COPY WORKORD.

      * File description for the manufacturer warranty terms.

       FD  WARRANTY-TERMS-FILE.
       COPY WTYTERMS.

      * File description for the warranty claim file.

       FD  CLAIM-FILE.
       COPY WTYCLM.

      * File description for the printed claim listing.

       FD  SUBMIT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SUBMIT-RECORD                      PIC X(100).

      * File description for the printed aging report.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  AGING-RECORD                       PIC X(90).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-WTYTERMS-STATUS              PIC XX.
          05 WS-CLAIMFILE-STATUS             PIC XX.
          05 WS-WO-EOF                       PIC XXX VALUE "NO".
          05 WS-WT-EOF                       PIC XXX VALUE "NO".
          05 WS-WT-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-WC-EOF                       PIC XXX VALUE "NO".
          05 WS-WC-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-PN-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-RUN-DATE-INT                 PIC 9(8).
          05 WS-SUBMIT-DATE-INT              PIC 9(8).
          05 WS-AGE-DAYS                     PIC S9(5).
          05 WS-HIGH-CLAIM-NUMBER            PIC 9(6) VALUE 0.
          05 WS-CLAIM-NUMBER                 PIC 9(6).
          05 WS-WO-RECORD-NO                 PIC 9(7) VALUE 0.
          05 WS-INPUT-MFR                    PIC X(4).
          05 WS-INPUT-NAME                   PIC X(25).
          05 WS-INPUT-RATE                   PIC 9(5)V99.
          05 WS-INPUT-DAYS                   PIC 9(4).
          05 WS-INPUT-CREDIT-REF             PIC X(12).
          05 WS-INPUT-CREDIT-DATE            PIC 9(8).
          05 WS-INPUT-CREDIT-AMOUNT          PIC 9(7)V99.
          05 WS-TERMS-DONE                   PIC XXX.
          05 WS-TERMS-CHANGED                PIC XXX VALUE "NO".
          05 WS-WT-SUB                       PIC 999.
          05 WS-WT-FOUND                     PIC XXX.
          05 WS-WC-SUB                       PIC 9(4).
          05 WS-WC-LAST                      PIC 9(4).
          05 WS-PN-SUB                       PIC 999.
          05 WS-PN-SUB2                      PIC 999.
          05 WS-CS-SUB                       PIC 999.
          05 WS-CS-SUB2                      PIC 999.
          05 WS-CS-FOUND                     PIC XXX.
          05 WS-ALREADY-CLAIMED              PIC XXX.
          05 WS-MATCHED                      PIC XXX.
          05 WS-CONFIRM                      PIC X.
          05 WS-LINE-AMOUNT                  PIC 9(5)V99.
          05 WS-PREV-MFR                     PIC X(4).
          05 WS-HELD-LINES                   PIC 9(4) VALUE 0.
          05 WS-CLAIMS-WRITTEN               PIC 9(4) VALUE 0.
          05 WS-CLAIM-DUE                    PIC 9(7)V99.
          05 WS-CREDIT-POOL                  PIC 9(7)V99.
          05 WS-SHORTFALL                    PIC 9(7)V99.
          05 WS-GROUP-PARTS                  PIC 9(7)V99.
          05 WS-GROUP-LABOR                  PIC 9(7)V99.
          05 WS-TOTAL-CLAIMED                PIC 9(8)V99 VALUE 0.
          05 WS-MFR-OPEN                     PIC 9(8)V99.
          05 WS-MFR-OVER60                   PIC 9(8)V99.
          05 WS-TOTAL-OPEN                   PIC 9(8)V99 VALUE 0.
          05 WS-TOTAL-OVER60                 PIC 9(8)V99 VALUE 0.
          05 WS-EDIT-AMOUNT                  PIC Z,ZZZ,ZZ9.99.

      * The whole terms file - a short list of manufacturers, held
      * for the claim run's labor rates and rewritten when the terms
      * are maintained.

       01 WS-WT-TABLE.
          05 WS-WT-COUNT                     PIC 999 VALUE 0.
          05 WS-WT-ENTRIES OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-WT-COUNT
               INDEXED BY WT-IDX.
             10 WS-WT-MFR                    PIC X(4).
             10 WS-WT-NAME                   PIC X(25).
             10 WS-WT-RATE                   PIC 9(5)V99.
             10 WS-WT-DAYS                   PIC 9(4).

      * The whole claim file, held while a credit closes lines, then
      * written back out - the transfer file's load/mark/rewrite
      * pattern. The key view is what the submission run checks to
      * keep a work-order line from being claimed twice.

       01 WS-WC-TABLE.
          05 WS-WC-COUNT                     PIC 9(4) VALUE 0.
          05 WS-WC-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-WC-COUNT
               INDEXED BY WC-IDX.
             10 WS-WC-IMAGE                  PIC X(142).
             10 WS-WC-KEYS REDEFINES WS-WC-IMAGE.
                15 WS-WC-KEY-CLAIM           PIC 9(6).
                15 WS-WC-KEY-MFR             PIC X(4).
                15 WS-WC-KEY-WO              PIC 9(6).
                15 WS-WC-KEY-RECORD-NO       PIC 9(7).
                15 FILLER                    PIC X(119).

      * The warranty lines found unclaimed by the submission run,
      * sorted into manufacturer order before the claims are cut.

       01 WS-PN-TABLE.
          05 WS-PN-COUNT                     PIC 999 VALUE 0.
          05 WS-PN-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-PN-COUNT
               INDEXED BY PN-IDX.
             10 WS-PN-MFR                    PIC X(4).
             10 WS-PN-WO-NUMBER              PIC 9(6).
             10 WS-PN-RECORD-NO              PIC 9(7).
             10 WS-PN-LINE-TYPE              PIC X.
             10 WS-PN-ITEM                   PIC X(10).
             10 WS-PN-DESC                   PIC X(25).
             10 WS-PN-QTY                    PIC 99.
             10 WS-PN-SERIAL                 PIC X(15).
             10 WS-PN-SALE-DATE              PIC 9(8).
             10 WS-PN-REPAIR-DATE            PIC 9(8).
             10 WS-PN-AMOUNT                 PIC 9(5)V99.

       01 WS-PN-HOLD                         PIC X(93).

      * The open claims, one entry per claim number, in manufacturer
      * and claim order for the aging.

       01 WS-CS-TABLE.
          05 WS-CS-COUNT                     PIC 999 VALUE 0.
          05 WS-CS-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CS-COUNT
               INDEXED BY CS-IDX.
             10 WS-CS-MFR                    PIC X(4).
             10 WS-CS-CLAIM                  PIC 9(6).
             10 WS-CS-SUBMIT-DATE            PIC 9(8).
             10 WS-CS-LINES                  PIC 9(4).
             10 WS-CS-AMOUNT                 PIC 9(7)V99.

       01 WS-CS-HOLD                         PIC X(31).

      * Claim listing lines.

       01 CL-HEADING1.
          05                                 PIC X(41)
                   VALUE "MANUFACTURER WARRANTY CLAIMS SUBMITTED   ".
          05 CLH-DATE                        PIC 9(8).
          05                                 PIC X(51) VALUE SPACES.

       01 CL-MFR-LINE.
          05                                 PIC X(6)  VALUE "CLAIM ".
          05 CLM-CLAIM                       PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(4)  VALUE "MFR ".
          05 CLM-MFR                         PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 CLM-NAME                        PIC X(25).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(11)
                                    VALUE "LABOR RATE ".
          05 CLM-RATE                        PIC ZZ,ZZ9.99.
          05                                 PIC X(29) VALUE SPACES.

       01 CL-HEADING2.
          05                                 PIC X(7)  VALUE "WO".
          05                                 PIC X(6)  VALUE "TYPE".
          05                                 PIC X(11) VALUE "ITEM".
          05                                 PIC X(26)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(4)  VALUE "QTY".
          05                                 PIC X(16) VALUE "SERIAL".
          05                                 PIC X(9)  VALUE "SOLD".
          05                                 PIC X(9)  VALUE "REPAIRED".
          05                                 PIC X(9)
                                    VALUE "   AMOUNT".
          05                                 PIC X(3)  VALUE SPACES.

       01 CL-DETAIL.
          05 CLD-WO-NUMBER                   PIC 9(6).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-TYPE                        PIC X(5).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-ITEM                        PIC X(10).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-DESC                        PIC X(25).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-QTY                         PIC ZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-SERIAL                      PIC X(15).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-SALE-DATE                   PIC 9(8).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-REPAIR-DATE                 PIC 9(8).
          05                                 PIC X(1)  VALUE SPACES.
          05 CLD-AMOUNT                      PIC ZZ,ZZ9.99.
          05                                 PIC X(3)  VALUE SPACES.

       01 CL-MFR-TOTAL.
          05                                 PIC X(20) VALUE SPACES.
          05                                 PIC X(14)
                                    VALUE "PARTS AT COST ".
          05 CLT-PARTS                       PIC ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(6)  VALUE "LABOR ".
          05 CLT-LABOR                       PIC ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(12)
                                    VALUE "CLAIM TOTAL ".
          05 CLT-TOTAL                       PIC ZZZ,ZZ9.99.
          05                                 PIC X(14) VALUE SPACES.

       01 CL-FOOTER1.
          05                                 PIC X(35)
                   VALUE "*** CLAIMS SUBMITTED               ".
          05 CLF-CLAIMS                      PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(57) VALUE SPACES.

       01 CL-FOOTER2.
          05                                 PIC X(35)
                   VALUE "*** WARRANTY LINES CLAIMED         ".
          05 CLF-LINES                       PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(57) VALUE SPACES.

       01 CL-FOOTER3.
          05                                 PIC X(35)
                   VALUE "*** TOTAL CLAIMED                  ".
          05 CLF-TOTAL                       PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(47) VALUE SPACES.

      * Aging report lines.

       01 AG-HEADING1.
          05                                 PIC X(38)
                   VALUE "WARRANTY CLAIM AGING - UNPAID CLAIMS  ".
          05 AGH-DATE                        PIC 9(8).
          05                                 PIC X(44) VALUE SPACES.

       01 AG-HEADING2.
          05                                 PIC X(8)  VALUE "CLAIM".
          05                                 PIC X(10)
                                    VALUE "SUBMITTED".
          05                                 PIC X(6)  VALUE "LINES".
          05                                 PIC X(12)
                                    VALUE "     CLAIMED".
          05                                 PIC X(7)  VALUE "   DAYS".
          05                                 PIC X(47) VALUE SPACES.

       01 AG-MFR-LINE.
          05                                 PIC X(13)
                                    VALUE "MANUFACTURER ".
          05 AGM-MFR                         PIC X(4).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGM-NAME                        PIC X(25).
          05                                 PIC X(46) VALUE SPACES.

       01 AG-DETAIL.
          05 AGD-CLAIM                       PIC 9(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-SUBMIT-DATE                 PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-LINES                       PIC ZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-AMOUNT                      PIC ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-DAYS                        PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-FLAG                        PIC X(20).
          05                                 PIC X(27) VALUE SPACES.

       01 AG-MFR-TOTAL.
          05                                 PIC X(8)  VALUE SPACES.
          05                                 PIC X(17)
                                    VALUE "MFR TOTAL OPEN".
          05 AGMT-OPEN                       PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(4)  VALUE SPACES.
          05                                 PIC X(9)
                                    VALUE "60+ DAYS ".
          05 AGMT-OVER60                     PIC Z,ZZZ,ZZ9.99.
          05                                 PIC X(28) VALUE SPACES.

       01 AG-FOOTER1.
          05                                 PIC X(35)
                   VALUE "*** OPEN WARRANTY CLAIMS           ".
          05 AGF-OPEN-CLAIMS                 PIC ZZZ9.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(47) VALUE SPACES.

       01 AG-FOOTER2.
          05                                 PIC X(35)
                   VALUE "*** TOTAL UNPAID CLAIMS            ".
          05 AGF-TOTAL-OPEN                  PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(37) VALUE SPACES.

       01 AG-FOOTER3.
          05                                 PIC X(35)
                   VALUE "*** OPEN 60 DAYS OR MORE - CHASE   ".
          05 AGF-TOTAL-OVER60                PIC $$$,$$$,$$9.99.
          05                                 PIC X(4)  VALUE " ***".
          05                                 PIC X(37) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".
          05 UT-SYS-WTYTERMS                 PIC X(60)
          VALUE "C:\COBOL\WarrantyTerms.txt".
          05 UT-SYS-WTYCLAIMS                PIC X(60)
          VALUE "C:\COBOL\WarrantyClaims.txt".
          05 UT-SYS-WTYSUBMIT                PIC X(60)
          VALUE "C:\COBOL\WtyClaimSubmit.txt".
          05 UT-SYS-WTYAGING                 PIC X(60)
          VALUE "C:\COBOL\WtyClaimAging.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE TERMS AND CLAIM FILES AND ROUTES TO
      * THE CHOSEN FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 100-LOAD-TERMS THRU 100-EXIT
           PERFORM 150-LOAD-CLAIMS THRU 150-EXIT
           DISPLAY "WARRANTY CLAIMS - T=TERMS S=SUBMIT CLAIMS "
               "P=POST CREDIT A=AGING"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "T"
               WHEN "t"
                   PERFORM 200-MAINTAIN-TERMS THRU 200-EXIT
               WHEN "S"
               WHEN "s"
                   PERFORM 300-SUBMIT-CLAIMS THRU 300-EXIT
               WHEN "P"
               WHEN "p"
                   PERFORM 400-POST-CREDIT THRU 400-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 600-RUN-AGING THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 100-LOAD-TERMS PULLS THE WARRANTY TERMS INTO THE TABLE. THE
      * FILE IS OPTIONAL UNTIL THE FIRST MANUFACTURER IS SET UP.
      ******************************************************************
       100-LOAD-TERMS.
           OPEN INPUT WARRANTY-TERMS-FILE
           IF WS-WTYTERMS-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-TERMS THRU 110-EXIT
               UNTIL WS-WT-EOF = "YES"
           CLOSE WARRANTY-TERMS-FILE.
       100-EXIT.

       110-READ-TERMS.
           READ WARRANTY-TERMS-FILE
               AT END
                   MOVE "YES" TO WS-WT-EOF
               NOT AT END
                   IF WS-WT-COUNT < 100
                       ADD 1 TO WS-WT-COUNT
                       MOVE WT-RECORD TO WS-WT-ENTRIES (WS-WT-COUNT)
                   ELSE
                       MOVE "YES" TO WS-WT-OVERFLOW
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-CLAIMS PULLS THE WHOLE CLAIM FILE INTO THE TABLE AND
      * NOTES THE HIGHEST CLAIM NUMBER USED. THE FILE IS OPTIONAL ON
      * A FIRST RUN.
      ******************************************************************
       150-LOAD-CLAIMS.
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIMFILE-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-CLAIM THRU 160-EXIT
               UNTIL WS-WC-EOF = "YES"
           CLOSE CLAIM-FILE.
       150-EXIT.

       160-READ-CLAIM.
           READ CLAIM-FILE
               AT END
                   MOVE "YES" TO WS-WC-EOF
               NOT AT END
                   IF WC-CLAIM-NUMBER > WS-HIGH-CLAIM-NUMBER
                       MOVE WC-CLAIM-NUMBER TO WS-HIGH-CLAIM-NUMBER
                   END-IF
                   IF WS-WC-COUNT < 2000
                       ADD 1 TO WS-WC-COUNT
                       MOVE WC-RECORD TO WS-WC-IMAGE (WS-WC-COUNT)
                   ELSE
                       MOVE "YES" TO WS-WC-OVERFLOW
                   END-IF
           END-READ.
       160-EXIT.

      ******************************************************************
      * 200-MAINTAIN-TERMS LISTS THE MANUFACTURERS ON FILE, THEN ADDS
      * OR CHANGES ONE MANUFACTURER AT A TIME UNTIL A BLANK CODE IS
      * KEYED. THE FILE IS REWRITTEN FROM THE TABLE AT THE END.
      ******************************************************************
       200-MAINTAIN-TERMS.

      * The file is rewritten from the table afterward, so a file
      * that does not fit MUST stop here - rewriting would silently
      * delete the overflow manufacturers.

           IF WS-WT-OVERFLOW = "YES"
               DISPLAY "WARRANTY TERMS EXCEED 100 MANUFACTURERS - "
                   "MAINTENANCE REFUSED, NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "WARRANTY TERMS ON FILE"
           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
               UNTIL WS-WT-SUB > WS-WT-COUNT
               MOVE WS-WT-RATE (WS-WT-SUB) TO WS-EDIT-AMOUNT
               DISPLAY WS-WT-MFR (WS-WT-SUB) " "
                   WS-WT-NAME (WS-WT-SUB) " LABOR " WS-EDIT-AMOUNT
                   " DAYS " WS-WT-DAYS (WS-WT-SUB)
           END-PERFORM
           MOVE "NO" TO WS-TERMS-DONE
           PERFORM 210-TAKE-TERMS THRU 210-EXIT
               UNTIL WS-TERMS-DONE = "YES"
           IF WS-TERMS-CHANGED = "YES"
               PERFORM 220-SAVE-TERMS THRU 220-EXIT
               DISPLAY "WARRANTY TERMS SAVED - " WS-WT-COUNT
                   " MANUFACTURERS"
           ELSE
               DISPLAY "NO CHANGES"
           END-IF.
       200-EXIT.

      ******************************************************************
      * 210-TAKE-TERMS TAKES ONE MANUFACTURER. ON A CHANGE, A BLANK
      * OR ZERO ANSWER KEEPS WHAT IS ON FILE; A NEW MANUFACTURER
      * NEEDS A NAME AND ITS COVERED DAYS. A ZERO LABOR RATE IS A
      * PARTS-ONLY WARRANTY.
      ******************************************************************
       210-TAKE-TERMS.
           DISPLAY "ENTER MANUFACTURER CODE (BLANK TO FINISH)"
           MOVE SPACES TO WS-INPUT-MFR
           ACCEPT WS-INPUT-MFR
           IF WS-INPUT-MFR = SPACES
               MOVE "YES" TO WS-TERMS-DONE
               GO TO 210-EXIT
           END-IF
           PERFORM 800-FIND-TERMS THRU 800-EXIT
           IF WS-WT-FOUND = "YES"
               MOVE WS-WT-RATE (WS-WT-SUB) TO WS-EDIT-AMOUNT
               DISPLAY "NOW: " WS-WT-NAME (WS-WT-SUB) " LABOR "
                   WS-EDIT-AMOUNT " DAYS " WS-WT-DAYS (WS-WT-SUB)
           ELSE
               IF WS-WT-COUNT >= 100
                   DISPLAY "TERMS FULL AT 100 MANUFACTURERS - NOT "
                       "ADDED"
                   GO TO 210-EXIT
               END-IF
               DISPLAY "NEW MANUFACTURER"
           END-IF
           DISPLAY "ENTER MANUFACTURER NAME (BLANK = KEEP)"
           MOVE SPACES TO WS-INPUT-NAME
           ACCEPT WS-INPUT-NAME
           DISPLAY "ENTER FLAT LABOR RATE PER WARRANTY LINE "
               "(NNNNNCC, NO DECIMAL POINT, 0 = KEEP)"
           MOVE ZEROS TO WS-INPUT-RATE
           ACCEPT WS-INPUT-RATE
           DISPLAY "ENTER DAYS COVERED FROM THE SALE (0 = KEEP)"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-WT-FOUND = "NO"
               IF WS-INPUT-NAME = SPACES OR WS-INPUT-DAYS = ZEROS
                   DISPLAY "A NEW MANUFACTURER NEEDS A NAME AND ITS "
                       "COVERED DAYS - NOT ADDED"
                   GO TO 210-EXIT
               END-IF
               ADD 1 TO WS-WT-COUNT
               MOVE WS-WT-COUNT TO WS-WT-SUB
               MOVE WS-INPUT-MFR TO WS-WT-MFR (WS-WT-SUB)
               MOVE ZEROS TO WS-WT-RATE (WS-WT-SUB)
                   WS-WT-DAYS (WS-WT-SUB)
           END-IF
           IF WS-INPUT-NAME NOT = SPACES
               MOVE WS-INPUT-NAME TO WS-WT-NAME (WS-WT-SUB)
           END-IF
           IF WS-INPUT-RATE NOT = ZEROS
               MOVE WS-INPUT-RATE TO WS-WT-RATE (WS-WT-SUB)
           END-IF
           IF WS-INPUT-DAYS NOT = ZEROS
               MOVE WS-INPUT-DAYS TO WS-WT-DAYS (WS-WT-SUB)
           END-IF
           MOVE "YES" TO WS-TERMS-CHANGED
           DISPLAY "TERMS RECORDED FOR " WS-INPUT-MFR.
       210-EXIT.

      ******************************************************************
      * 220-SAVE-TERMS WRITES THE WHOLE TERMS FILE BACK OUT FROM THE
      * TABLE.
      ******************************************************************
       220-SAVE-TERMS.
           OPEN OUTPUT WARRANTY-TERMS-FILE
           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
               UNTIL WS-WT-SUB > WS-WT-COUNT
               MOVE WS-WT-ENTRIES (WS-WT-SUB) TO WT-RECORD
               WRITE WT-RECORD
           END-PERFORM
           CLOSE WARRANTY-TERMS-FILE.
       220-EXIT.

      ******************************************************************
      * 300-SUBMIT-CLAIMS FINDS EVERY WARRANTY LINE ON THE WORK ORDER
      * FILE THAT IS NOT YET ON THE CLAIM FILE, SORTS THEM BY
      * MANUFACTURER, AND - ONCE CONFIRMED - APPENDS THEM AS OPEN
      * CLAIM LINES, ONE CLAIM NUMBER PER MANUFACTURER, WITH THE CLAIM
      * LISTING TO SEND IN.
      ******************************************************************
       300-SUBMIT-CLAIMS.

      * A claim file too big for the table cannot be checked for
      * lines already claimed - stop rather than claim them twice.

           IF WS-WC-OVERFLOW = "YES"
               DISPLAY "CLAIM FILE EXCEEDS 2000 LINES - SUBMISSION "
                   "REFUSED, NOTHING CLAIMED"
               GO TO 300-EXIT
           END-IF
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               DISPLAY "NO WORK ORDERS ON FILE - NOTHING TO CLAIM"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-SCAN-WO-LINE THRU 310-EXIT
               UNTIL WS-WO-EOF = "YES"
           CLOSE WORK-ORDER-FILE
           IF WS-HELD-LINES > ZEROS
               DISPLAY WS-HELD-LINES " WARRANTY LABOR LINES HELD - "
                   "SET UP THE MANUFACTURER'S TERMS AND RERUN"
           END-IF
           IF WS-PN-OVERFLOW = "YES"
               DISPLAY "MORE THAN 500 LINES TO CLAIM - THE REST GO "
                   "ON THE NEXT RUN"
           END-IF
           IF WS-PN-COUNT = ZEROS
               DISPLAY "NO UNCLAIMED WARRANTY LINES - NOTHING TO CLAIM"
               GO TO 300-EXIT
           END-IF
           PERFORM VARYING WS-PN-SUB FROM 2 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT
               PERFORM 330-INSERT-ONE-PENDING THRU 330-EXIT
           END-PERFORM
           MOVE ZEROS TO WS-TOTAL-CLAIMED
           PERFORM VARYING WS-PN-SUB FROM 1 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT
               ADD WS-PN-AMOUNT (WS-PN-SUB) TO WS-TOTAL-CLAIMED
           END-PERFORM
           MOVE WS-TOTAL-CLAIMED TO WS-EDIT-AMOUNT
           DISPLAY WS-PN-COUNT " WARRANTY LINES TO CLAIM - TOTAL "
               WS-EDIT-AMOUNT
           DISPLAY "SUBMIT THE CLAIMS? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CLAIMED"
               GO TO 300-EXIT
           END-IF
           PERFORM 340-WRITE-CLAIMS THRU 340-EXIT
           DISPLAY WS-CLAIMS-WRITTEN " CLAIMS SUBMITTED - LISTING "
               "WRITTEN TO " UT-SYS-WTYSUBMIT.
       300-EXIT.

      ******************************************************************
      * 310-SCAN-WO-LINE READS ONE WORK ORDER LINE, COUNTING ITS
      * RECORD NUMBER, AND PICKS UP A WARRANTY LABOR OR PART LINE.
      ******************************************************************
       310-SCAN-WO-LINE.
           READ WORK-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-WO-EOF
               NOT AT END
                   ADD 1 TO WS-WO-RECORD-NO
                   IF WO-WARRANTY-LINE
                       AND (WO-LINE-TYPE = "L" OR WO-LINE-TYPE = "P")
                       PERFORM 320-ADD-PENDING THRU 320-EXIT
                   END-IF
           END-READ.
       310-EXIT.

      ******************************************************************
      * 320-ADD-PENDING ADDS THE WARRANTY LINE TO THE RUN UNLESS IT IS
      * ALREADY ON THE CLAIM FILE. A PART IS CLAIMED AT THE COST KEPT
      * ON THE LINE; LABOR AT THE MANUFACTURER'S FLAT RATE, SO LABOR
      * FOR A MANUFACTURER WITH NO TERMS ON FILE IS HELD BACK.
      ******************************************************************
       320-ADD-PENDING.
           MOVE "NO" TO WS-ALREADY-CLAIMED
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
               UNTIL WS-WC-SUB > WS-WC-COUNT
               OR WS-ALREADY-CLAIMED = "YES"
               IF WS-WC-KEY-RECORD-NO (WS-WC-SUB) = WS-WO-RECORD-NO
                   MOVE "YES" TO WS-ALREADY-CLAIMED
               END-IF
           END-PERFORM
           IF WS-ALREADY-CLAIMED = "YES"
               GO TO 320-EXIT
           END-IF
           MOVE ZEROS TO WS-LINE-AMOUNT
           IF WO-LINE-TYPE = "L"
               MOVE WO-MFR-CODE TO WS-INPUT-MFR
               PERFORM 800-FIND-TERMS THRU 800-EXIT
               IF WS-WT-FOUND = "NO"
                   DISPLAY "WO " WO-NUMBER " WARRANTY LABOR - NO TERMS "
                       "FOR " WO-MFR-CODE " - HELD"
                   ADD 1 TO WS-HELD-LINES
                   GO TO 320-EXIT
               END-IF
               MOVE WS-WT-RATE (WS-WT-SUB) TO WS-LINE-AMOUNT
           ELSE
               IF WO-CLAIM-COST NUMERIC
                   MOVE WO-CLAIM-COST TO WS-LINE-AMOUNT
               END-IF
           END-IF
           IF WS-PN-COUNT >= 500
               MOVE "YES" TO WS-PN-OVERFLOW
               GO TO 320-EXIT
           END-IF
           ADD 1 TO WS-PN-COUNT
           SET PN-IDX TO WS-PN-COUNT
           MOVE WO-MFR-CODE TO WS-PN-MFR (PN-IDX)
           MOVE WO-NUMBER TO WS-PN-WO-NUMBER (PN-IDX)
           MOVE WS-WO-RECORD-NO TO WS-PN-RECORD-NO (PN-IDX)
           MOVE WO-LINE-TYPE TO WS-PN-LINE-TYPE (PN-IDX)
           MOVE WO-ITEM-CODE TO WS-PN-ITEM (PN-IDX)
           MOVE WO-DESCRIPTION TO WS-PN-DESC (PN-IDX)
           MOVE WO-QTY TO WS-PN-QTY (PN-IDX)
           MOVE WO-SERIAL-NO TO WS-PN-SERIAL (PN-IDX)
           MOVE WO-SALE-DATE TO WS-PN-SALE-DATE (PN-IDX)
           MOVE WO-DATE TO WS-PN-REPAIR-DATE (PN-IDX)
           MOVE WS-LINE-AMOUNT TO WS-PN-AMOUNT (PN-IDX).
       320-EXIT.

      * Insertion sort by manufacturer, the way SALESVEL sorts its
      * top sellers. Only a strictly greater code is moved, so each
      * manufacturer's lines stay in work order file order.

       330-INSERT-ONE-PENDING.
           MOVE WS-PN-ENTRIES (WS-PN-SUB) TO WS-PN-HOLD
           MOVE WS-PN-SUB TO WS-PN-SUB2
           PERFORM UNTIL WS-PN-SUB2 <= 1
               OR WS-PN-MFR (WS-PN-SUB2 - 1) NOT > WS-PN-HOLD (1:4)
               MOVE WS-PN-ENTRIES (WS-PN-SUB2 - 1)
                   TO WS-PN-ENTRIES (WS-PN-SUB2)
               SUBTRACT 1 FROM WS-PN-SUB2
           END-PERFORM
           MOVE WS-PN-HOLD TO WS-PN-ENTRIES (WS-PN-SUB2).
       330-EXIT.

      ******************************************************************
      * 340-WRITE-CLAIMS APPENDS THE SORTED LINES TO THE CLAIM FILE,
      * STARTING A NEW CLAIM NUMBER AT EACH CHANGE OF MANUFACTURER,
      * AND PRINTS THE CLAIM LISTING WITH EACH CLAIM'S PARTS, LABOR,
      * AND TOTAL.
      ******************************************************************
       340-WRITE-CLAIMS.
           OPEN EXTEND CLAIM-FILE
           IF WS-CLAIMFILE-STATUS NOT = "00"
               OPEN OUTPUT CLAIM-FILE
           END-IF
           OPEN OUTPUT SUBMIT-REPORT-FILE
           MOVE WS-RUN-DATE TO CLH-DATE
           WRITE SUBMIT-RECORD FROM CL-HEADING1
           MOVE WS-HIGH-CLAIM-NUMBER TO WS-CLAIM-NUMBER
           MOVE SPACES TO WS-PREV-MFR
           PERFORM VARYING WS-PN-SUB FROM 1 BY 1
               UNTIL WS-PN-SUB > WS-PN-COUNT
               IF WS-PN-MFR (WS-PN-SUB) NOT = WS-PREV-MFR
                   IF WS-PREV-MFR NOT = SPACES
                       PERFORM 360-CLOSE-MFR-GROUP THRU 360-EXIT
                   END-IF
                   PERFORM 345-OPEN-MFR-GROUP THRU 345-EXIT
               END-IF
               PERFORM 350-WRITE-ONE-CLAIM-LINE THRU 350-EXIT
           END-PERFORM
           PERFORM 360-CLOSE-MFR-GROUP THRU 360-EXIT
           MOVE WS-CLAIMS-WRITTEN TO CLF-CLAIMS
           WRITE SUBMIT-RECORD FROM CL-FOOTER1
            AFTER ADVANCING 2 LINES
           MOVE WS-PN-COUNT TO CLF-LINES
           WRITE SUBMIT-RECORD FROM CL-FOOTER2
            AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-CLAIMED TO CLF-TOTAL
           WRITE SUBMIT-RECORD FROM CL-FOOTER3
            AFTER ADVANCING 1 LINE
           CLOSE SUBMIT-REPORT-FILE
           CLOSE CLAIM-FILE.
       340-EXIT.

       345-OPEN-MFR-GROUP.
           ADD 1 TO WS-CLAIM-NUMBER
           ADD 1 TO WS-CLAIMS-WRITTEN
           MOVE WS-PN-MFR (WS-PN-SUB) TO WS-PREV-MFR WS-INPUT-MFR
           MOVE ZEROS TO WS-GROUP-PARTS WS-GROUP-LABOR
           PERFORM 800-FIND-TERMS THRU 800-EXIT
           MOVE WS-CLAIM-NUMBER TO CLM-CLAIM
           MOVE WS-PREV-MFR TO CLM-MFR
           IF WS-WT-FOUND = "YES"
               MOVE WS-WT-NAME (WS-WT-SUB) TO CLM-NAME
               MOVE WS-WT-RATE (WS-WT-SUB) TO CLM-RATE
           ELSE
               MOVE "*** NOT ON WARRANTY TERMS" TO CLM-NAME
               MOVE ZEROS TO CLM-RATE
           END-IF
           WRITE SUBMIT-RECORD FROM CL-MFR-LINE
            AFTER ADVANCING 2 LINES
           WRITE SUBMIT-RECORD FROM CL-HEADING2
            AFTER ADVANCING 1 LINE.
       345-EXIT.

       350-WRITE-ONE-CLAIM-LINE.
           MOVE WS-CLAIM-NUMBER TO WC-CLAIM-NUMBER
           MOVE WS-PN-MFR (WS-PN-SUB) TO WC-MFR-CODE
           MOVE WS-PN-WO-NUMBER (WS-PN-SUB) TO WC-WO-NUMBER
           MOVE WS-PN-RECORD-NO (WS-PN-SUB) TO WC-WO-RECORD-NO
           MOVE WS-PN-LINE-TYPE (WS-PN-SUB) TO WC-LINE-TYPE
           MOVE WS-PN-ITEM (WS-PN-SUB) TO WC-ITEM-CODE
           MOVE WS-PN-DESC (WS-PN-SUB) TO WC-DESCRIPTION
           MOVE WS-PN-QTY (WS-PN-SUB) TO WC-QTY
           MOVE WS-PN-SERIAL (WS-PN-SUB) TO WC-SERIAL-NO
           MOVE WS-PN-SALE-DATE (WS-PN-SUB) TO WC-SALE-DATE
           MOVE WS-PN-REPAIR-DATE (WS-PN-SUB) TO WC-REPAIR-DATE
           MOVE WS-PN-AMOUNT (WS-PN-SUB) TO WC-CLAIM-AMT
           MOVE WS-RUN-DATE TO WC-SUBMIT-DATE
           MOVE "O" TO WC-STATUS
           MOVE SPACES TO WC-CREDIT-REF
           MOVE ZEROS TO WC-CREDIT-DATE WC-CREDIT-AMT WC-SHORTFALL
           WRITE WC-RECORD
           MOVE WC-WO-NUMBER TO CLD-WO-NUMBER
           IF WC-LINE-TYPE = "L"
               MOVE "LABOR" TO CLD-TYPE
               ADD WC-CLAIM-AMT TO WS-GROUP-LABOR
           ELSE
               MOVE "PART" TO CLD-TYPE
               ADD WC-CLAIM-AMT TO WS-GROUP-PARTS
           END-IF
           MOVE WC-ITEM-CODE TO CLD-ITEM
           MOVE WC-DESCRIPTION TO CLD-DESC
           MOVE WC-QTY TO CLD-QTY
           MOVE WC-SERIAL-NO TO CLD-SERIAL
           MOVE WC-SALE-DATE TO CLD-SALE-DATE
           MOVE WC-REPAIR-DATE TO CLD-REPAIR-DATE
           MOVE WC-CLAIM-AMT TO CLD-AMOUNT
           WRITE SUBMIT-RECORD FROM CL-DETAIL
            AFTER ADVANCING 1 LINE.
       350-EXIT.

       360-CLOSE-MFR-GROUP.
           MOVE WS-GROUP-PARTS TO CLT-PARTS
           MOVE WS-GROUP-LABOR TO CLT-LABOR
           COMPUTE CLT-TOTAL = WS-GROUP-PARTS + WS-GROUP-LABOR
           WRITE SUBMIT-RECORD FROM CL-MFR-TOTAL
            AFTER ADVANCING 1 LINE.
       360-EXIT.

      ******************************************************************
      * 400-POST-CREDIT POSTS THE MANUFACTURER'S CREDIT AGAINST A
      * CLAIM. THE CREDIT IS APPLIED TO THE CLAIM'S OPEN LINES IN FILE
      * ORDER, EACH TAKING UP TO ITS CLAIM AMOUNT; A LINE LEFT SHORT
      * IS CLOSED SHORT WITH THE SHORTFALL RECORDED, AND ANY EXCESS
      * RIDES ON THE LAST LINE. THE FILE IS REWRITTEN FROM THE TABLE
      * AT THE END.
      ******************************************************************
       400-POST-CREDIT.

      * The file is rewritten from the table afterward, so a file
      * that does not fit MUST stop here - rewriting would silently
      * delete the overflow lines.

           IF WS-WC-OVERFLOW = "YES"
               DISPLAY "CLAIM FILE EXCEEDS 2000 LINES - POSTING "
                   "REFUSED, NOTHING CHANGED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "ENTER CLAIM NUMBER"
           ACCEPT WS-CLAIM-NUMBER
           MOVE "NO" TO WS-MATCHED
           MOVE ZEROS TO WS-CLAIM-DUE WS-WC-LAST
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
               UNTIL WS-WC-SUB > WS-WC-COUNT
               MOVE WS-WC-IMAGE (WS-WC-SUB) TO WC-RECORD
               IF WC-CLAIM-NUMBER = WS-CLAIM-NUMBER AND WC-OPEN
                   MOVE "YES" TO WS-MATCHED
                   MOVE WS-WC-SUB TO WS-WC-LAST
                   MOVE WC-MFR-CODE TO WS-PREV-MFR
                   ADD WC-CLAIM-AMT TO WS-CLAIM-DUE
                   MOVE WC-CLAIM-AMT TO WS-EDIT-AMOUNT
                   DISPLAY "WO " WC-WO-NUMBER " " WC-LINE-TYPE " "
                       WC-DESCRIPTION " " WS-EDIT-AMOUNT
               END-IF
           END-PERFORM
           IF WS-MATCHED = "NO"
               DISPLAY "NO OPEN LINES FOR THAT CLAIM NUMBER"
               GO TO 400-EXIT
           END-IF
           MOVE WS-CLAIM-DUE TO WS-EDIT-AMOUNT
           DISPLAY "CLAIM " WS-CLAIM-NUMBER " MFR " WS-PREV-MFR
               " TOTAL CLAIMED " WS-EDIT-AMOUNT
           DISPLAY "ENTER MANUFACTURER CREDIT REFERENCE"
           MOVE SPACES TO WS-INPUT-CREDIT-REF
           ACCEPT WS-INPUT-CREDIT-REF
           DISPLAY "ENTER CREDIT DATE YYYYMMDD (0 = TODAY)"
           MOVE ZEROS TO WS-INPUT-CREDIT-DATE
           ACCEPT WS-INPUT-CREDIT-DATE
           IF WS-INPUT-CREDIT-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-INPUT-CREDIT-DATE
           END-IF
           DISPLAY "ENTER CREDIT AMOUNT (NNNNNNNCC, NO DECIMAL POINT)"
           ACCEPT WS-INPUT-CREDIT-AMOUNT
           MOVE WS-INPUT-CREDIT-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "POST CREDIT OF " WS-EDIT-AMOUNT
               " AND CLOSE THE CLAIM? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CREDIT NOT POSTED"
               GO TO 400-EXIT
           END-IF
           MOVE WS-INPUT-CREDIT-AMOUNT TO WS-CREDIT-POOL
           MOVE ZEROS TO WS-SHORTFALL
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
               UNTIL WS-WC-SUB > WS-WC-COUNT
               MOVE WS-WC-IMAGE (WS-WC-SUB) TO WC-RECORD
               IF WC-CLAIM-NUMBER = WS-CLAIM-NUMBER AND WC-OPEN
                   PERFORM 410-CLOSE-ONE-LINE THRU 410-EXIT
               END-IF
           END-PERFORM
           PERFORM 700-REWRITE-CLAIM-FILE THRU 700-EXIT
           IF WS-SHORTFALL > ZEROS
               MOVE WS-SHORTFALL TO WS-EDIT-AMOUNT
               DISPLAY "CLAIM " WS-CLAIM-NUMBER " CLOSED SHORT - "
                   "SHORTFALL " WS-EDIT-AMOUNT
           ELSE
               DISPLAY "CLAIM " WS-CLAIM-NUMBER " PAID IN FULL"
           END-IF.
       400-EXIT.

       410-CLOSE-ONE-LINE.
           IF WS-CREDIT-POOL >= WC-CLAIM-AMT
               MOVE WC-CLAIM-AMT TO WC-CREDIT-AMT
               SUBTRACT WC-CLAIM-AMT FROM WS-CREDIT-POOL
           ELSE
               MOVE WS-CREDIT-POOL TO WC-CREDIT-AMT
               MOVE ZEROS TO WS-CREDIT-POOL
           END-IF

      * Whatever the manufacturer credited beyond the whole claim
      * rides on its last line rather than being lost.

           IF WS-WC-SUB = WS-WC-LAST
               ADD WS-CREDIT-POOL TO WC-CREDIT-AMT
               MOVE ZEROS TO WS-CREDIT-POOL
           END-IF
           MOVE ZEROS TO WC-SHORTFALL
           IF WC-CREDIT-AMT < WC-CLAIM-AMT
               COMPUTE WC-SHORTFALL = WC-CLAIM-AMT - WC-CREDIT-AMT
               ADD WC-SHORTFALL TO WS-SHORTFALL
               MOVE "S" TO WC-STATUS
           ELSE
               MOVE "P" TO WC-STATUS
           END-IF
           MOVE WS-INPUT-CREDIT-REF TO WC-CREDIT-REF
           MOVE WS-INPUT-CREDIT-DATE TO WC-CREDIT-DATE
           MOVE WC-RECORD TO WS-WC-IMAGE (WS-WC-SUB).
       410-EXIT.

      ******************************************************************
      * 600-RUN-AGING LISTS EVERY CLAIM STILL OPEN BY MANUFACTURER
      * WITH ITS DAYS SINCE SUBMISSION, FLAGGING THOSE 60 DAYS OR
      * MORE, AND TOTALS EACH MANUFACTURER.
      ******************************************************************
       600-RUN-AGING.
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
               UNTIL WS-WC-SUB > WS-WC-COUNT
               MOVE WS-WC-IMAGE (WS-WC-SUB) TO WC-RECORD
               IF WC-OPEN
                   PERFORM 610-TALLY-CLAIM THRU 610-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CS-SUB FROM 2 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT
               PERFORM 620-INSERT-ONE-CLAIM THRU 620-EXIT
           END-PERFORM
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-RUN-DATE TO AGH-DATE
           WRITE AGING-RECORD FROM AG-HEADING1
           WRITE AGING-RECORD FROM AG-HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-PREV-MFR
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT
               IF WS-CS-MFR (WS-CS-SUB) NOT = WS-PREV-MFR
                   IF WS-PREV-MFR NOT = SPACES
                       PERFORM 670-WRITE-MFR-TOTAL THRU 670-EXIT
                   END-IF
                   PERFORM 650-WRITE-MFR THRU 650-EXIT
               END-IF
               PERFORM 660-WRITE-AGING-LINE THRU 660-EXIT
           END-PERFORM
           IF WS-CS-COUNT > ZEROS
               PERFORM 670-WRITE-MFR-TOTAL THRU 670-EXIT
           END-IF
           MOVE WS-CS-COUNT TO AGF-OPEN-CLAIMS
           WRITE AGING-RECORD FROM AG-FOOTER1
            AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-OPEN TO AGF-TOTAL-OPEN
           WRITE AGING-RECORD FROM AG-FOOTER2
            AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-OVER60 TO AGF-TOTAL-OVER60
           WRITE AGING-RECORD FROM AG-FOOTER3
            AFTER ADVANCING 1 LINE
           CLOSE AGING-REPORT-FILE
           DISPLAY "WARRANTY CLAIM AGING WRITTEN TO " UT-SYS-WTYAGING.
       600-EXIT.

      ******************************************************************
      * 610-TALLY-CLAIM ADDS AN OPEN LINE TO ITS CLAIM'S TOTALS,
      * ADDING THE CLAIM THE FIRST TIME IT IS SEEN.
      ******************************************************************
       610-TALLY-CLAIM.
           MOVE "NO" TO WS-CS-FOUND
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT OR WS-CS-FOUND = "YES"
               IF WS-CS-CLAIM (WS-CS-SUB) = WC-CLAIM-NUMBER
                   MOVE "YES" TO WS-CS-FOUND
                   MOVE WS-CS-SUB TO WS-CS-SUB2
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = "NO"
               IF WS-CS-COUNT >= 500
                   DISPLAY "MORE THAN 500 OPEN CLAIMS - CLAIM "
                       WC-CLAIM-NUMBER " LEFT OFF THE AGING"
                   GO TO 610-EXIT
               END-IF
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-SUB2
               MOVE WC-MFR-CODE TO WS-CS-MFR (WS-CS-SUB2)
               MOVE WC-CLAIM-NUMBER TO WS-CS-CLAIM (WS-CS-SUB2)
               MOVE WC-SUBMIT-DATE TO WS-CS-SUBMIT-DATE (WS-CS-SUB2)
               MOVE ZEROS TO WS-CS-LINES (WS-CS-SUB2)
                   WS-CS-AMOUNT (WS-CS-SUB2)
           END-IF
           ADD 1 TO WS-CS-LINES (WS-CS-SUB2)
           ADD WC-CLAIM-AMT TO WS-CS-AMOUNT (WS-CS-SUB2).
       610-EXIT.

      * Insertion sort by manufacturer, then claim number.

       620-INSERT-ONE-CLAIM.
           MOVE WS-CS-ENTRIES (WS-CS-SUB) TO WS-CS-HOLD
           MOVE WS-CS-SUB TO WS-CS-SUB2
           PERFORM UNTIL WS-CS-SUB2 <= 1
               OR WS-CS-ENTRIES (WS-CS-SUB2 - 1) (1:10)
                   NOT > WS-CS-HOLD (1:10)
               MOVE WS-CS-ENTRIES (WS-CS-SUB2 - 1)
                   TO WS-CS-ENTRIES (WS-CS-SUB2)
               SUBTRACT 1 FROM WS-CS-SUB2
           END-PERFORM
           MOVE WS-CS-HOLD TO WS-CS-ENTRIES (WS-CS-SUB2).
       620-EXIT.

      ******************************************************************
      * 630-AGE-CLAIM SETS WS-AGE-DAYS TO THE DAYS SINCE THE CLAIM IN
      * THE CURRENT TABLE ENTRY WAS SUBMITTED.
      ******************************************************************
       630-AGE-CLAIM.
           MOVE ZEROS TO WS-AGE-DAYS
           IF WS-CS-SUBMIT-DATE (WS-CS-SUB) NOT NUMERIC
               OR WS-CS-SUBMIT-DATE (WS-CS-SUB) = ZEROS
               GO TO 630-EXIT
           END-IF
           COMPUTE WS-SUBMIT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CS-SUBMIT-DATE (WS-CS-SUB))
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-SUBMIT-DATE-INT.
       630-EXIT.

      ******************************************************************
      * 650-WRITE-MFR STARTS ONE MANUFACTURER'S GROUP WITH ITS NAME
      * FROM THE TERMS.
      ******************************************************************
       650-WRITE-MFR.
           MOVE WS-CS-MFR (WS-CS-SUB) TO WS-PREV-MFR WS-INPUT-MFR
           MOVE ZEROS TO WS-MFR-OPEN WS-MFR-OVER60
           MOVE WS-PREV-MFR TO AGM-MFR
           PERFORM 800-FIND-TERMS THRU 800-EXIT
           IF WS-WT-FOUND = "YES"
               MOVE WS-WT-NAME (WS-WT-SUB) TO AGM-NAME
           ELSE
               MOVE "*** NOT ON WARRANTY TERMS" TO AGM-NAME
           END-IF
           WRITE AGING-RECORD FROM AG-MFR-LINE
            AFTER ADVANCING 2 LINES.
       650-EXIT.

       660-WRITE-AGING-LINE.
           PERFORM 630-AGE-CLAIM THRU 630-EXIT
           MOVE WS-CS-CLAIM (WS-CS-SUB) TO AGD-CLAIM
           MOVE WS-CS-SUBMIT-DATE (WS-CS-SUB) TO AGD-SUBMIT-DATE
           MOVE WS-CS-LINES (WS-CS-SUB) TO AGD-LINES
           MOVE WS-CS-AMOUNT (WS-CS-SUB) TO AGD-AMOUNT
           MOVE WS-AGE-DAYS TO AGD-DAYS
           MOVE SPACES TO AGD-FLAG
           ADD WS-CS-AMOUNT (WS-CS-SUB) TO WS-MFR-OPEN
           IF WS-AGE-DAYS >= 60
               MOVE "*** CHASE MFR" TO AGD-FLAG
               ADD WS-CS-AMOUNT (WS-CS-SUB) TO WS-MFR-OVER60
           END-IF
           WRITE AGING-RECORD FROM AG-DETAIL
            AFTER ADVANCING 1 LINE.
       660-EXIT.

       670-WRITE-MFR-TOTAL.
           MOVE WS-MFR-OPEN TO AGMT-OPEN
           MOVE WS-MFR-OVER60 TO AGMT-OVER60
           WRITE AGING-RECORD FROM AG-MFR-TOTAL
            AFTER ADVANCING 1 LINE
           ADD WS-MFR-OPEN TO WS-TOTAL-OPEN
           ADD WS-MFR-OVER60 TO WS-TOTAL-OVER60.
       670-EXIT.

      ******************************************************************
      * 700-REWRITE-CLAIM-FILE WRITES THE WHOLE CLAIM FILE BACK OUT
      * FROM THE TABLE.
      ******************************************************************
       700-REWRITE-CLAIM-FILE.
           OPEN OUTPUT CLAIM-FILE
           PERFORM VARYING WS-WC-SUB FROM 1 BY 1
               UNTIL WS-WC-SUB > WS-WC-COUNT
               MOVE WS-WC-IMAGE (WS-WC-SUB) TO WC-RECORD
               WRITE WC-RECORD
           END-PERFORM
           CLOSE CLAIM-FILE.
       700-EXIT.

      ******************************************************************
      * 800-FIND-TERMS LOOKS WS-INPUT-MFR UP IN THE TERMS TABLE,
      * LEAVING WS-WT-SUB ON IT WHEN FOUND.
      ******************************************************************
       800-FIND-TERMS.
           MOVE "NO" TO WS-WT-FOUND
           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
               UNTIL WS-WT-SUB > WS-WT-COUNT OR WS-WT-FOUND = "YES"
               IF WS-WT-MFR (WS-WT-SUB) = WS-INPUT-MFR
                   MOVE "YES" TO WS-WT-FOUND
               END-IF
           END-PERFORM
           IF WS-WT-FOUND = "YES"
               SUBTRACT 1 FROM WS-WT-SUB
           END-IF.
       800-EXIT.
