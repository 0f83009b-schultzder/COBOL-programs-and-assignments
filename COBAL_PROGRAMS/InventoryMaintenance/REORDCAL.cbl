       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REORDCAL.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Calculated reorder points. INV-REORDER-POINT used to be
      * whatever was keyed when the item was set up, and INVREORD and
      * PURCHORD's build mode trust it completely - so the best
      * sellers ran out every spring and the slow items sat. This
      * program works the numbers out instead:
      *
      *   average daily units sold over the analysis window, off
      *   InvoiceDetail.txt (see copybooks/INVDETL.cpy)
      *   times a seasonal factor - last year's sales over the coming
      *   window against last year's sales over the window just ended
      *   times the vendor's real lead time (PO-ORDER-DATE to
      *   PO-RECEIVED-DATE on PurchaseOrders.txt, averaged over the
      *   vendor's received lines) plus the safety-stock days
      *
      * gives the suggested reorder point; the same daily rate over
      * the order-cover days gives the suggested order quantity.
      *
      * The calculation (C, or the unattended nightly-stream run)
      * writes a review report of current against suggested values
      * and the suggestion file (see copybooks/ROPSUGG.cpy). Nothing
      * reaches Inventory.dat until a buyer takes the approval mode
      * (A) and approves the line; each approved change is logged
      * (see copybooks/ROPCHG.cpy).
      *
      * Sales of a superseded item code (see copybooks/SUPERSED.cpy)
      * count toward the end of its supersession chain, so the new
      * code inherits the old one's history; the superseded code
      * itself gets no suggestion, since it is never reordered.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file - read
      * in key order by the calculation, updated by approval.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the invoice item detail file.

       SELECT INVOICE-DETAIL-FILE
               ASSIGN TO UT-SYS-INVDETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVDETL-STATUS.

      * Select statement for the purchase order line file.

       SELECT PURCHASE-ORDER-FILE
               ASSIGN TO UT-SYS-POFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POFILE-STATUS.

      * Select statement for the item supersession list.

       SELECT SUPERSESSION-FILE
               ASSIGN TO UT-SYS-SUPERSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERSED-STATUS.

      * Select statement for the reorder suggestion file.

       SELECT SUGGESTION-FILE
               ASSIGN TO UT-SYS-ROPSUGG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROPSUGG-STATUS.

      * Select statement for the reorder change log.

       SELECT REORDER-CHANGE-LOG
               ASSIGN TO UT-SYS-ROPCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROPCHG-STATUS.

      * Select statement for the review report.

       SELECT REVIEW-REPORT-FILE
               ASSIGN TO UT-SYS-REVIEWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the operator master behind the sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the shared run-log file - one record
      * per calculation run, so the nightly stream's missed-run
      * detection covers this job the way it covers the nightly
      * four.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Select statement for the scheduled-run marker the nightly
      * stream drops while its due periodic jobs run.

       SELECT SCHED-FLAG-FILE
               ASSIGN TO UT-SYS-SCHEDFLAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDFLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
           COPY INVENTFD.

      * File description for the invoice item detail file.

       FD  INVOICE-DETAIL-FILE.
           COPY INVDETL.

      * File description for the purchase order line file.

       FD  PURCHASE-ORDER-FILE.
           COPY PORDER.

      * File description for the item supersession list.

       FD  SUPERSESSION-FILE.
           COPY SUPERSED.

      * File description for the reorder suggestion file.

       FD  SUGGESTION-FILE.
           COPY ROPSUGG.

      * File description for the reorder change log.

       FD  REORDER-CHANGE-LOG.
           COPY ROPCHG.

      * File description for the review report.

       FD  REVIEW-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * File description for the scheduled-run marker.

       FD  SCHED-FLAG-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  SCHED-FLAG-RECORD                  PIC X(9).

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INVDETL-STATUS               PIC XX.
          05 WS-POFILE-STATUS                PIC XX.
          05 WS-ROPSUGG-STATUS               PIC XX.
          05 WS-ROPCHG-STATUS                PIC XX.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".
          05 WS-RUN-MODE                     PIC X.
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-DT-EOF                       PIC XXX VALUE "NO".
          05 WS-PO-EOF                       PIC XXX VALUE "NO".
          05 WS-RS-EOF                       PIC XXX VALUE "NO".
          05 WS-APPROVE-DONE                 PIC XXX VALUE "NO".
          05 WS-APPROVE-REPLY                PIC X.
          05 WS-LOCK-CHOICE                  PIC X.
          05 WS-LOCK-HELD                    PIC XXX VALUE "NO".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(7).
          05 WS-LY-INT                       PIC 9(7).
          05 WS-LINE-INT                     PIC 9(7).
          05 WS-ORDER-INT                    PIC 9(7).
          05 WS-LEAD-WORK                    PIC S9(5).
          05 WS-ITEMS-DROPPED                PIC 9(5) VALUE 0.
          05 WS-NO-HISTORY                   PIC 9(5) VALUE 0.
          05 WS-SUGGESTED                    PIC 9(5) VALUE 0.
          05 WS-APPROVED                     PIC 9(5) VALUE 0.
          05 WS-REFUSED                      PIC 9(5) VALUE 0.
          05 WS-DAILY-RATE                   PIC 9(5)V9(4).
          05 WS-SEASON-WORK                  PIC 9(5)V9(4).
          05 WS-CEILING-WORK                 PIC 9(7)V9(4).
          05 WS-CEILING-RESULT               PIC 9(7).
          05 WS-NEW-ROP                      PIC 9(5).
          05 WS-NEW-ORDER-QTY                PIC 9(5).
          05 WS-LEAD-DAYS                    PIC 9(3).
          05 WS-VN-SUB                       PIC 999.
          05 WS-VN-FOUND                     PIC XXX.
          05 WS-SEARCH-VENDOR                PIC X(4).
          05 WS-SUPERSED-STATUS              PIC XX.
          05 WS-SU-EOF                       PIC XXX VALUE "NO".
          05 WS-SU-FOUND                     PIC XXX.
          05 WS-SU-HOPS                      PIC 99.
          05 WS-CHAIN-CODE                   PIC X(10).
          05 WS-SUPERSEDED                   PIC 9(5) VALUE 0.

      * Calculation parameters. The unattended run takes the
      * defaults; the desk run offers each one.

       01 WS-PARMS.
          05 WS-WINDOW-DAYS                  PIC 9(3) VALUE 90.
          05 WS-SAFETY-DAYS                  PIC 9(3) VALUE 14.
          05 WS-COVER-DAYS                   PIC 9(3) VALUE 30.
          05 WS-DEFAULT-LEAD                 PIC 9(3) VALUE 14.
          05 WS-INPUT-DAYS                   PIC 9(3).

      * One entry per inventory item, in key order, with its units
      * sold in each of the three windows and the vendor it was
      * last ordered from.

       01 WS-ITEM-TABLE.
          05 WS-ITEM-COUNT                   PIC 9(4) VALUE 0.
          05 WS-ITEM-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-ITEM-COUNT
               ASCENDING KEY IS WS-IT-CODE
               INDEXED BY IT-IDX.
             10 WS-IT-CODE                   PIC X(10).
             10 WS-IT-DESC                   PIC X(25).
             10 WS-IT-ON-HAND                PIC 9(6).
             10 WS-IT-ROP                    PIC 9(5).
             10 WS-IT-ORDER-QTY              PIC 9(5).
             10 WS-IT-RECENT                 PIC 9(7).
             10 WS-IT-LY-BEFORE              PIC 9(7).
             10 WS-IT-LY-AHEAD               PIC 9(7).
             10 WS-IT-VENDOR                 PIC X(4).
             10 WS-IT-LAST-ORDER             PIC 9(8).

      * Supersessions in effect by the business date.

       01 WS-SU-TABLE.
          05 WS-SU-COUNT                     PIC 999 VALUE 0.
          05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SU-COUNT
               INDEXED BY SU-IDX.
             10 WS-SU-TBL-OLD-CODE           PIC X(10).
             10 WS-SU-TBL-NEW-CODE           PIC X(10).

      * Received-line lead times per vendor.

       01 WS-VENDOR-TABLE.
          05 WS-VN-COUNT                     PIC 999 VALUE 0.
          05 WS-VN-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-VN-COUNT
               INDEXED BY VN-IDX.
             10 WS-VN-VENDOR                 PIC X(4).
             10 WS-VN-TOTAL-DAYS             PIC 9(7).
             10 WS-VN-LINES                  PIC 9(5).

      * The suggestion file, held while the approval mode walks it
      * and then written back with each line's status.

       01 WS-RS-TABLE.
          05 WS-RS-COUNT                     PIC 9(4) VALUE 0.
          05 WS-RS-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-RS-COUNT
               INDEXED BY RS-IDX.
             10 WS-RS-IMAGE                  PIC X(54).

      * Review report lines.

       01 RV-HEADING1.
          05                                 PIC X(34)
                         VALUE "REORDER POINT REVIEW - CALCULATED ".
          05 RVH-DATE                        PIC 9(8).
          05                                 PIC X(38) VALUE SPACES.

       01 RV-HEADING2.
          05                                 PIC X(7)  VALUE "WINDOW ".
          05 RVH-WINDOW                      PIC ZZ9.
          05                                 PIC X(15)
                         VALUE " DAYS  SAFETY ".
          05 RVH-SAFETY                      PIC ZZ9.
          05                                 PIC X(14)
                         VALUE " DAYS  COVER ".
          05 RVH-COVER                       PIC ZZ9.
          05                                 PIC X(20)
                         VALUE " DAYS  DEFAULT LEAD ".
          05 RVH-LEAD                        PIC ZZ9.
          05                                 PIC X(12) VALUE " DAYS".

       01 RV-COLUMNS.
          05                                 PIC X(32)
                         VALUE "ITEM       DESCRIPTION".
          05                                 PIC X(22)
                         VALUE "ON-HD AVG/DY SEAS LEAD".
          05                                 PIC X(26)
                         VALUE "  ROP  SUGG   QTY  SUGG".

       01 RV-DETAIL.
          05 RVD-ITEM                        PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 RVD-DESC                        PIC X(20).
          05                                 PIC X     VALUE SPACE.
          05 RVD-ON-HAND                     PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RVD-AVG-DAILY                   PIC ZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 RVD-SEASONAL                    PIC 9.99.
          05                                 PIC X     VALUE SPACE.
          05 RVD-LEAD                        PIC ZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RVD-CUR-ROP                     PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RVD-SUG-ROP                     PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RVD-CUR-QTY                     PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 RVD-SUG-QTY                     PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.

       01 RV-TOTAL.
          05 RVT-LABEL                       PIC X(40).
          05 RVT-COUNT                       PIC ZZZZ9.
          05                                 PIC X(35) VALUE SPACES.

      * Operator sign-on and the shared OPCHECK permission check -
      * the REORDCAL function gates this program through the matrix
      * (no matrix on file falls back to the level-2 compare).

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

      * Parameter block for the shared FILELOCK named-lock facility,
      * held while approved lines are written to Inventory.dat.

       COPY FLOCKWS.

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-INVDETL                  PIC X(60)
          VALUE "C:\COBOL\InvoiceDetail.txt".
          05 UT-SYS-POFILE                   PIC X(60)
          VALUE "C:\COBOL\PurchaseOrders.txt".
          05 UT-SYS-ROPSUGG                  PIC X(60)
          VALUE "C:\COBOL\ReorderSuggest.txt".
          05 UT-SYS-ROPCHG                   PIC X(60)
          VALUE "C:\COBOL\ReorderChangeLog.txt".
          05 UT-SYS-REVIEWRPT                PIC X(60)
          VALUE "C:\COBOL\ReorderReview.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-SCHEDFLAG                PIC X(60)
          VALUE "C:\COBOL\ScheduledRun.txt".
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 010-CHECK-SCHEDULED THRU 010-EXIT
           IF WS-SCHEDULED-RUN = "YES"

      * Launched by the nightly stream: no operator to sign on (the
      * run is stamped NITE), the parameters default, and only the
      * calculation runs - approval always needs a buyer.

               MOVE "NITE" TO WS-OPERATOR-ID
               MOVE "C" TO WS-RUN-MODE
           ELSE
               PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
               DISPLAY "REORDER POINTS - C=CALCULATE A=APPROVE"
               ACCEPT WS-RUN-MODE
           END-IF
           EVALUATE WS-RUN-MODE
               WHEN "C"
               WHEN "c"
                   PERFORM 100-CALCULATE THRU 100-EXIT
                   PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 600-APPROVE THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 010-CHECK-SCHEDULED LOOKS FOR THE MARKER THE NIGHTLY STREAM
      * DROPS WHILE ITS DUE PERIODIC JOBS RUN. PRESENT MEANS AN
      * UNATTENDED RUN WITH DEFAULTED PARAMETERS.
      ******************************************************************
       010-CHECK-SCHEDULED.
           OPEN INPUT SCHED-FLAG-FILE
           IF WS-SCHEDFLAG-STATUS = "00"
               MOVE "YES" TO WS-SCHEDULED-RUN
               CLOSE SCHED-FLAG-FILE
           END-IF.
       010-EXIT.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE REORDCAL
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
           MOVE "REORDCAL" TO SO-PROGRAM
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
           MOVE "REORDCAL" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE REORDCAL FUNCTION - "
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
      * 100-CALCULATE WORKS OUT A SUGGESTED REORDER POINT AND ORDER
      * QUANTITY FOR EVERY ITEM WITH SALES HISTORY, WRITES THE ONES
      * THAT DIFFER FROM THE FILE TO THE SUGGESTION FILE (REPLACING
      * ANY EARLIER CALCULATION'S), AND PRINTS THE REVIEW REPORT.
      ******************************************************************
       100-CALCULATE.
           IF WS-SCHEDULED-RUN = "NO"
               PERFORM 110-TAKE-PARAMETERS THRU 110-EXIT
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           COMPUTE WS-LY-INT = WS-TODAY-INT - 365
           PERFORM 200-LOAD-INVENTORY THRU 200-EXIT
           PERFORM 300-SCAN-PURCHASE-ORDERS THRU 300-EXIT
           PERFORM 350-LOAD-SUPERSESSIONS THRU 350-EXIT
           PERFORM 400-SCAN-DETAIL THRU 400-EXIT
           OPEN OUTPUT SUGGESTION-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO RVH-DATE
           WRITE REPORT-RECORD FROM RV-HEADING1
           MOVE WS-WINDOW-DAYS TO RVH-WINDOW
           MOVE WS-SAFETY-DAYS TO RVH-SAFETY
           MOVE WS-COVER-DAYS TO RVH-COVER
           MOVE WS-DEFAULT-LEAD TO RVH-LEAD
           WRITE REPORT-RECORD FROM RV-HEADING2
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RV-COLUMNS
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 500-WORK-OUT-ITEM THRU 500-EXIT
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-ITEM-COUNT
           MOVE "LINES SUGGESTED FOR APPROVAL" TO RVT-LABEL
           MOVE WS-SUGGESTED TO RVT-COUNT
           WRITE REPORT-RECORD FROM RV-TOTAL
            AFTER ADVANCING 2 LINES
           MOVE "ITEMS WITH NO SALES HISTORY - LEFT ALONE"
               TO RVT-LABEL
           MOVE WS-NO-HISTORY TO RVT-COUNT
           WRITE REPORT-RECORD FROM RV-TOTAL
            AFTER ADVANCING 1 LINE
           IF WS-SUPERSEDED > ZEROS
               MOVE "SUPERSEDED ITEMS - NOT CALCULATED"
                   TO RVT-LABEL
               MOVE WS-SUPERSEDED TO RVT-COUNT
               WRITE REPORT-RECORD FROM RV-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ITEMS-DROPPED > ZEROS
               MOVE "ITEMS BEYOND THE TABLE - NOT CALCULATED"
                   TO RVT-LABEL
               MOVE WS-ITEMS-DROPPED TO RVT-COUNT
               WRITE REPORT-RECORD FROM RV-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           CLOSE REVIEW-REPORT-FILE
           CLOSE SUGGESTION-FILE
           DISPLAY "REORDER REVIEW WRITTEN - " WS-SUGGESTED
               " LINES AWAIT APPROVAL".
       100-EXIT.

      ******************************************************************
      * 110-TAKE-PARAMETERS OFFERS EACH CALCULATION PARAMETER WITH ITS
      * DEFAULT. ZERO OR ENTER KEEPS THE DEFAULT.
      ******************************************************************
       110-TAKE-PARAMETERS.
           DISPLAY "ANALYSIS WINDOW DAYS (0 = " WS-WINDOW-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-WINDOW-DAYS
           END-IF
           DISPLAY "SAFETY-STOCK DAYS (0 = " WS-SAFETY-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-SAFETY-DAYS
           END-IF
           DISPLAY "ORDER-COVER DAYS (0 = " WS-COVER-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-COVER-DAYS
           END-IF
           DISPLAY "LEAD DAYS FOR A VENDOR WITH NO RECEIPTS (0 = "
               WS-DEFAULT-LEAD ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-DEFAULT-LEAD
           END-IF.
       110-EXIT.

      ******************************************************************
      * 200-LOAD-INVENTORY READS THE INVENTORY FILE IN KEY ORDER INTO
      * THE ITEM TABLE. NO INVENTORY FILE MEANS NOTHING TO CALCULATE.
      ******************************************************************
       200-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON HAND - STATUS "
                   WS-INVENTORY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-READ-INVENTORY THRU 210-EXIT
               UNTIL WS-INV-EOF = "YES"
           CLOSE INVENTORY-FILE.
       200-EXIT.

       210-READ-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-INV-EOF
                   GO TO 210-EXIT
           END-READ
           IF WS-ITEM-COUNT = 3000
               ADD 1 TO WS-ITEMS-DROPPED
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET IT-IDX TO WS-ITEM-COUNT
           INITIALIZE WS-ITEM-ENTRY (IT-IDX)
           MOVE INV-CODE TO WS-IT-CODE (IT-IDX)
           MOVE INV-DESCRIPTION TO WS-IT-DESC (IT-IDX)
           MOVE INV-QTY-ON-HAND TO WS-IT-ON-HAND (IT-IDX)
           IF INV-QTY-STORE2 NUMERIC
               ADD INV-QTY-STORE2 TO WS-IT-ON-HAND (IT-IDX)
           END-IF
           MOVE INV-REORDER-POINT TO WS-IT-ROP (IT-IDX)
           IF INV-ORDER-QTY NUMERIC
               MOVE INV-ORDER-QTY TO WS-IT-ORDER-QTY (IT-IDX)
           END-IF.
       210-EXIT.

      ******************************************************************
      * 300-SCAN-PURCHASE-ORDERS READS THE PO FILE ONCE FOR TWO
      * THINGS: EVERY RECEIVED LINE ADDS ITS ORDER-TO-RECEIPT DAYS TO
      * ITS VENDOR'S LEAD-TIME TOTAL, AND EVERY LINE MARKS ITS VENDOR
      * AGAINST THE ITEM IF IT IS THE ITEM'S MOST RECENT ORDER. THE
      * FILE IS OPTIONAL - WITHOUT IT EVERY ITEM TAKES THE DEFAULT.
      ******************************************************************
       300-SCAN-PURCHASE-ORDERS.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POFILE-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-PO-LINE THRU 310-EXIT
               UNTIL WS-PO-EOF = "YES"
           CLOSE PURCHASE-ORDER-FILE.
       300-EXIT.

       310-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-PO-EOF
                   GO TO 310-EXIT
           END-READ
           IF WS-ITEM-COUNT > ZEROS
               SEARCH ALL WS-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-IT-CODE (IT-IDX) = PO-ITEM-CODE
                       IF PO-ORDER-DATE NOT < WS-IT-LAST-ORDER (IT-IDX)
                           MOVE PO-ORDER-DATE
                               TO WS-IT-LAST-ORDER (IT-IDX)
                           MOVE PO-VENDOR-NO TO WS-IT-VENDOR (IT-IDX)
                       END-IF
               END-SEARCH
           END-IF
           IF (PO-STATUS NOT = "R" AND PO-STATUS NOT = "S")
               OR PO-RECEIVED-DATE = ZEROS
               OR PO-ORDER-DATE = ZEROS
               OR PO-QTY-RECEIVED = ZEROS
               GO TO 310-EXIT
           END-IF
           COMPUTE WS-ORDER-INT =
               FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
           COMPUTE WS-LEAD-WORK =
               FUNCTION INTEGER-OF-DATE (PO-RECEIVED-DATE)
               - WS-ORDER-INT
           IF WS-LEAD-WORK < ZEROS
               GO TO 310-EXIT
           END-IF
           MOVE PO-VENDOR-NO TO WS-SEARCH-VENDOR
           PERFORM 320-FIND-VENDOR THRU 320-EXIT
           IF WS-VN-FOUND = "NO"
               IF WS-VN-COUNT = 200
                   GO TO 310-EXIT
               END-IF
               ADD 1 TO WS-VN-COUNT
               SET VN-IDX TO WS-VN-COUNT
               MOVE PO-VENDOR-NO TO WS-VN-VENDOR (VN-IDX)
               MOVE ZEROS TO WS-VN-TOTAL-DAYS (VN-IDX)
               MOVE ZEROS TO WS-VN-LINES (VN-IDX)
           END-IF
           ADD WS-LEAD-WORK TO WS-VN-TOTAL-DAYS (VN-IDX)
           ADD 1 TO WS-VN-LINES (VN-IDX).
       310-EXIT.

      * Leaves VN-IDX on the vendor in WS-SEARCH-VENDOR when found.

       320-FIND-VENDOR.
           MOVE "NO" TO WS-VN-FOUND
           IF WS-VN-COUNT = ZEROS
               GO TO 320-EXIT
           END-IF
           SET VN-IDX TO 1
           SEARCH WS-VN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VN-VENDOR (VN-IDX) = WS-SEARCH-VENDOR
                   MOVE "YES" TO WS-VN-FOUND
           END-SEARCH.
       320-EXIT.

      ******************************************************************
      * 350-LOAD-SUPERSESSIONS KEEPS EVERY SUPERSESSION IN EFFECT BY
      * THE BUSINESS DATE. A MISSING FILE MEANS NO ITEM HAS BEEN
      * REPLACED YET.
      ******************************************************************
       350-LOAD-SUPERSESSIONS.
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS = "00"
               PERFORM 355-READ-SUPERSESSION THRU 355-EXIT
                   UNTIL WS-SU-EOF = "YES"
               CLOSE SUPERSESSION-FILE
           END-IF.
       350-EXIT.

       355-READ-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "YES" TO WS-SU-EOF
               NOT AT END
                   IF SU-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                       AND WS-SU-COUNT < 500
                       ADD 1 TO WS-SU-COUNT
                       SET SU-IDX TO WS-SU-COUNT
                       MOVE SU-OLD-CODE
                           TO WS-SU-TBL-OLD-CODE (SU-IDX)
                       MOVE SU-NEW-CODE
                           TO WS-SU-TBL-NEW-CODE (SU-IDX)
                   END-IF
           END-READ.
       355-EXIT.

      ******************************************************************
      * 400-SCAN-DETAIL READS THE INVOICE ITEM DETAIL AND ROLLS EACH
      * LINE'S UNITS INTO UP TO THREE WINDOWS FOR ITS ITEM: THE
      * WINDOW JUST ENDED, THE SAME WINDOW LAST YEAR, AND THE WINDOW
      * THAT FOLLOWED IT LAST YEAR. A SUPERSEDED CODE'S LINES COUNT
      * FOR THE CURRENT CODE AT THE END OF ITS CHAIN. LINES WITH NO
      * ITEM CODE, OR FOR ITEMS NO LONGER ON FILE, ARE PASSED OVER.
      ******************************************************************
       400-SCAN-DETAIL.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               DISPLAY "NO INVOICE DETAIL ON FILE - NO SALES HISTORY"
               GO TO 400-EXIT
           END-IF
           PERFORM 410-READ-DETAIL THRU 410-EXIT
               UNTIL WS-DT-EOF = "YES"
           CLOSE INVOICE-DETAIL-FILE.
       400-EXIT.

       410-READ-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   MOVE "YES" TO WS-DT-EOF
                   GO TO 410-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF DT-ITEM-CODE = SPACES OR WS-ITEM-COUNT = ZEROS
               OR DT-INVOICE-DATE NOT NUMERIC
               OR DT-INVOICE-DATE = ZEROS
               OR DT-QTY NOT NUMERIC
               GO TO 410-EXIT
           END-IF
           MOVE DT-ITEM-CODE TO WS-CHAIN-CODE
           MOVE ZEROS TO WS-SU-HOPS
           MOVE "YES" TO WS-SU-FOUND
           PERFORM 420-FOLLOW-CHAIN THRU 420-EXIT
               UNTIL WS-SU-FOUND = "NO" OR WS-SU-HOPS >= 20
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   GO TO 410-EXIT
               WHEN WS-IT-CODE (IT-IDX) = WS-CHAIN-CODE
                   CONTINUE
           END-SEARCH
           COMPUTE WS-LINE-INT =
               FUNCTION INTEGER-OF-DATE (DT-INVOICE-DATE)
           IF WS-LINE-INT > WS-TODAY-INT - WS-WINDOW-DAYS
               AND WS-LINE-INT NOT > WS-TODAY-INT
               ADD DT-QTY TO WS-IT-RECENT (IT-IDX)
           END-IF
           IF WS-LINE-INT > WS-LY-INT - WS-WINDOW-DAYS
               AND WS-LINE-INT NOT > WS-LY-INT
               ADD DT-QTY TO WS-IT-LY-BEFORE (IT-IDX)
           END-IF
           IF WS-LINE-INT > WS-LY-INT
               AND WS-LINE-INT NOT > WS-LY-INT + WS-WINDOW-DAYS
               ADD DT-QTY TO WS-IT-LY-AHEAD (IT-IDX)
           END-IF.
       410-EXIT.

      * Steps WS-CHAIN-CODE one link down its supersession chain. The
      * hop limit in the caller only guards against a hand-edited
      * file that loops - INVMNT will not build one.

       420-FOLLOW-CHAIN.
           MOVE "NO" TO WS-SU-FOUND
           IF WS-SU-COUNT = ZEROS
               GO TO 420-EXIT
           END-IF
           SET SU-IDX TO 1
           SEARCH WS-SU-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-SU-TBL-OLD-CODE (SU-IDX) = WS-CHAIN-CODE
                   MOVE WS-SU-TBL-NEW-CODE (SU-IDX) TO WS-CHAIN-CODE
                   MOVE "YES" TO WS-SU-FOUND
                   ADD 1 TO WS-SU-HOPS
           END-SEARCH.
       420-EXIT.

      ******************************************************************
      * 500-WORK-OUT-ITEM CALCULATES ONE ITEM. THE SEASONAL FACTOR IS
      * HELD BETWEEN 0.25 AND 4.00 SO ONE ODD WEEK LAST YEAR CANNOT
      * ZERO OR BALLOON THE NUMBERS; WITHOUT SALES IN LAST YEAR'S
      * WINDOW IT IS 1.00. BOTH RESULTS ROUND UP TO WHOLE UNITS. AN
      * ITEM THAT SOLD NOTHING IN ANY WINDOW IS LEFT ALONE - THERE IS
      * NO HISTORY TO SUGGEST FROM.
      ******************************************************************
       500-WORK-OUT-ITEM.
           MOVE "NO" TO WS-SU-FOUND
           IF WS-SU-COUNT > ZEROS
               SET SU-IDX TO 1
               SEARCH WS-SU-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-SU-TBL-OLD-CODE (SU-IDX)
                       = WS-IT-CODE (IT-IDX)
                       MOVE "YES" TO WS-SU-FOUND
               END-SEARCH
           END-IF
           IF WS-SU-FOUND = "YES"
               ADD 1 TO WS-SUPERSEDED
               GO TO 500-EXIT
           END-IF
           IF WS-IT-RECENT (IT-IDX) = ZEROS
               AND WS-IT-LY-BEFORE (IT-IDX) = ZEROS
               AND WS-IT-LY-AHEAD (IT-IDX) = ZEROS
               ADD 1 TO WS-NO-HISTORY
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-IT-RECENT (IT-IDX) / WS-WINDOW-DAYS
           IF WS-IT-LY-BEFORE (IT-IDX) = ZEROS
               MOVE 1 TO WS-SEASON-WORK
           ELSE
               COMPUTE WS-SEASON-WORK ROUNDED =
                   WS-IT-LY-AHEAD (IT-IDX) / WS-IT-LY-BEFORE (IT-IDX)
           END-IF
           IF WS-SEASON-WORK < 0.25
               MOVE 0.25 TO WS-SEASON-WORK
           END-IF
           IF WS-SEASON-WORK > 4
               MOVE 4 TO WS-SEASON-WORK
           END-IF

      * The vendor the item was last ordered from, at that vendor's
      * average lead time.

           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
           IF WS-IT-VENDOR (IT-IDX) NOT = SPACES
               MOVE WS-IT-VENDOR (IT-IDX) TO WS-SEARCH-VENDOR
               PERFORM 320-FIND-VENDOR THRU 320-EXIT
               IF WS-VN-FOUND = "YES"
                   COMPUTE WS-LEAD-DAYS ROUNDED =
                       WS-VN-TOTAL-DAYS (VN-IDX) / WS-VN-LINES (VN-IDX)
               END-IF
           END-IF
           COMPUTE WS-CEILING-WORK =
               WS-DAILY-RATE * WS-SEASON-WORK
               * (WS-LEAD-DAYS + WS-SAFETY-DAYS)
           PERFORM 510-ROUND-UP THRU 510-EXIT
           MOVE WS-CEILING-RESULT TO WS-NEW-ROP
           COMPUTE WS-CEILING-WORK =
               WS-DAILY-RATE * WS-SEASON-WORK * WS-COVER-DAYS
           PERFORM 510-ROUND-UP THRU 510-EXIT
           MOVE WS-CEILING-RESULT TO WS-NEW-ORDER-QTY
           IF WS-NEW-ORDER-QTY = ZEROS AND WS-NEW-ROP > ZEROS
               MOVE 1 TO WS-NEW-ORDER-QTY
           END-IF
           IF WS-NEW-ROP = WS-IT-ROP (IT-IDX)
               AND WS-NEW-ORDER-QTY = WS-IT-ORDER-QTY (IT-IDX)
               GO TO 500-EXIT
           END-IF
           MOVE WS-IT-CODE (IT-IDX) TO RS-ITEM-CODE
           MOVE WS-IT-VENDOR (IT-IDX) TO RS-VENDOR-NO
           MOVE WS-IT-ROP (IT-IDX) TO RS-CURRENT-ROP
           MOVE WS-NEW-ROP TO RS-SUGGESTED-ROP
           MOVE WS-IT-ORDER-QTY (IT-IDX) TO RS-CURRENT-ORDER-QTY
           MOVE WS-NEW-ORDER-QTY TO RS-SUGGESTED-ORDER-QTY
           MOVE WS-DAILY-RATE TO RS-AVG-DAILY
           MOVE WS-SEASON-WORK TO RS-SEASONAL-FACTOR
           MOVE WS-LEAD-DAYS TO RS-LEAD-DAYS
           MOVE WS-BUSINESS-DATE TO RS-CALC-DATE
           MOVE "P" TO RS-STATUS
           WRITE RS-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-SUGGESTED
           MOVE WS-IT-CODE (IT-IDX) TO RVD-ITEM
           MOVE WS-IT-DESC (IT-IDX) TO RVD-DESC
           MOVE WS-IT-ON-HAND (IT-IDX) TO RVD-ON-HAND
           MOVE WS-DAILY-RATE TO RVD-AVG-DAILY
           MOVE WS-SEASON-WORK TO RVD-SEASONAL
           MOVE WS-LEAD-DAYS TO RVD-LEAD
           MOVE WS-IT-ROP (IT-IDX) TO RVD-CUR-ROP
           MOVE WS-NEW-ROP TO RVD-SUG-ROP
           MOVE WS-IT-ORDER-QTY (IT-IDX) TO RVD-CUR-QTY
           MOVE WS-NEW-ORDER-QTY TO RVD-SUG-QTY
           WRITE REPORT-RECORD FROM RV-DETAIL
            AFTER ADVANCING 1 LINE.
       500-EXIT.

      * Whole units, any fraction rounding up - a reorder point of
      * 3.2 bikes has to be 4 to cover the lead time.

       510-ROUND-UP.
           MOVE WS-CEILING-WORK TO WS-CEILING-RESULT
           IF WS-CEILING-WORK > WS-CEILING-RESULT
               ADD 1 TO WS-CEILING-RESULT
           END-IF
           IF WS-CEILING-RESULT > 99999
               MOVE 99999 TO WS-CEILING-RESULT
           END-IF.
       510-EXIT.

      ******************************************************************
      * 600-APPROVE WALKS THE PENDING SUGGESTIONS WITH A BUYER. EACH
      * LINE IS APPROVED (WRITTEN TO INVENTORY.DAT AND LOGGED),
      * REFUSED, OR SKIPPED (LEFT PENDING FOR ANOTHER DAY). THE
      * INVENTORY LOCK IS HELD FOR THE SESSION THE WAY INVMNT HOLDS
      * IT, AND THE SUGGESTION FILE IS WRITTEN BACK WITH EACH LINE'S
      * STATUS AT THE END.
      ******************************************************************
       600-APPROVE.
           OPEN INPUT SUGGESTION-FILE
           IF WS-ROPSUGG-STATUS NOT = "00"
               DISPLAY "NO REORDER SUGGESTIONS ON FILE - RUN C FIRST"
               GO TO 600-EXIT
           END-IF
           PERFORM 610-READ-SUGGESTION THRU 610-EXIT
               UNTIL WS-RS-EOF = "YES"
           CLOSE SUGGESTION-FILE
           PERFORM 900-TAKE-INVENTORY-LOCK THRU 900-EXIT
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS
               PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
               GO TO 600-EXIT
           END-IF
           OPEN EXTEND REORDER-CHANGE-LOG
           IF WS-ROPCHG-STATUS NOT = "00"
               OPEN OUTPUT REORDER-CHANGE-LOG
           END-IF
           PERFORM 620-REVIEW-ONE-LINE THRU 620-EXIT
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RS-COUNT
                  OR WS-APPROVE-DONE = "YES"
           CLOSE REORDER-CHANGE-LOG
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           OPEN OUTPUT SUGGESTION-FILE
           PERFORM 640-WRITE-SUGGESTION THRU 640-EXIT
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RS-COUNT
           CLOSE SUGGESTION-FILE
           DISPLAY "APPROVED " WS-APPROVED " REFUSED " WS-REFUSED.
       600-EXIT.

       610-READ-SUGGESTION.
           READ SUGGESTION-FILE
               AT END
                   MOVE "YES" TO WS-RS-EOF
                   GO TO 610-EXIT
           END-READ
           IF WS-RS-COUNT < 3000
               ADD 1 TO WS-RS-COUNT
               MOVE RS-RECORD TO WS-RS-IMAGE (WS-RS-COUNT)
           END-IF.
       610-EXIT.

      ******************************************************************
      * 620-REVIEW-ONE-LINE SHOWS ONE PENDING SUGGESTION AND TAKES THE
      * BUYER'S ANSWER. A REORDER POINT CHANGED BY HAND SINCE THE
      * CALCULATION IS POINTED OUT BEFORE THE BUYER DECIDES.
      ******************************************************************
       620-REVIEW-ONE-LINE.
           MOVE WS-RS-IMAGE (RS-IDX) TO RS-RECORD
           IF NOT RS-PENDING
               GO TO 620-EXIT
           END-IF
           MOVE RS-ITEM-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY RS-ITEM-CODE " NO LONGER ON FILE - REFUSED"
                   MOVE "R" TO RS-STATUS
                   MOVE RS-RECORD TO WS-RS-IMAGE (RS-IDX)
                   GO TO 620-EXIT
           END-READ
           DISPLAY " "
           DISPLAY RS-ITEM-CODE " " INV-DESCRIPTION
           DISPLAY "  AVG/DAY " RS-AVG-DAILY " SEASONAL "
               RS-SEASONAL-FACTOR " LEAD DAYS " RS-LEAD-DAYS
           DISPLAY "  REORDER POINT " INV-REORDER-POINT
               " -> " RS-SUGGESTED-ROP
               "   ORDER QTY " RS-CURRENT-ORDER-QTY
               " -> " RS-SUGGESTED-ORDER-QTY
           IF INV-REORDER-POINT NOT = RS-CURRENT-ROP
               DISPLAY "  NOTE: REORDER POINT CHANGED SINCE THE "
                   "CALCULATION (WAS " RS-CURRENT-ROP ")"
           END-IF
           DISPLAY "A=APPROVE R=REFUSE S=SKIP Q=QUIT"
           ACCEPT WS-APPROVE-REPLY
           EVALUATE WS-APPROVE-REPLY
               WHEN "A"
               WHEN "a"
                   PERFORM 630-APPLY-SUGGESTION THRU 630-EXIT
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO RS-STATUS
                   ADD 1 TO WS-REFUSED
               WHEN "Q"
               WHEN "q"
                   MOVE "YES" TO WS-APPROVE-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE RS-RECORD TO WS-RS-IMAGE (RS-IDX).
       620-EXIT.

      ******************************************************************
      * 630-APPLY-SUGGESTION WRITES AN APPROVED LINE TO THE ITEM AND
      * LOGS THE OLD AND NEW VALUES.
      ******************************************************************
       630-APPLY-SUGGESTION.
           MOVE RS-ITEM-CODE TO RC-ITEM-CODE
           MOVE INV-REORDER-POINT TO RC-OLD-ROP
           MOVE ZEROS TO RC-OLD-ORDER-QTY
           IF INV-ORDER-QTY NUMERIC
               MOVE INV-ORDER-QTY TO RC-OLD-ORDER-QTY
           END-IF
           MOVE RS-SUGGESTED-ROP TO INV-REORDER-POINT
           MOVE RS-SUGGESTED-ORDER-QTY TO INV-ORDER-QTY
           REWRITE INV-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED - STATUS "
                       WS-INVENTORY-STATUS " - LEFT PENDING"
                   GO TO 630-EXIT
           END-REWRITE
           MOVE RS-SUGGESTED-ROP TO RC-NEW-ROP
           MOVE RS-SUGGESTED-ORDER-QTY TO RC-NEW-ORDER-QTY
           MOVE RS-CALC-DATE TO RC-CALC-DATE
           MOVE WS-OPERATOR-ID TO RC-OPERATOR
           ACCEPT RC-DATE FROM DATE YYYYMMDD
           ACCEPT RC-TIME FROM TIME
           WRITE RC-RECORD
           MOVE "A" TO RS-STATUS
           ADD 1 TO WS-APPROVED.
       630-EXIT.

       640-WRITE-SUGGESTION.
           MOVE WS-RS-IMAGE (RS-IDX) TO RS-RECORD
           WRITE RS-RECORD.
       640-EXIT.

      ******************************************************************
      * 900-TAKE-INVENTORY-LOCK TAKES THE SHARED INVENTORY LOCK FOR
      * THE APPROVAL SESSION. A HELD LOCK OFFERS RETRY OR
      * PROCEED-UNLOCKED (WARNED).
      ******************************************************************
       900-TAKE-INVENTORY-LOCK.
           MOVE "NO" TO WS-LOCK-HELD
           MOVE "A" TO FL-REQUEST
           MOVE "INVENTORY" TO FL-LOCK-NAME
           MOVE "REORDCAL" TO FL-PROGRAM
           MOVE WS-OPERATOR-ID TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           IF FL-RESULT = "G" OR FL-RESULT = "S"
               MOVE "YES" TO WS-LOCK-HELD
           END-IF
           IF FL-RESULT NOT = "H"
               GO TO 900-EXIT
           END-IF
           DISPLAY "INVENTORY LOCKED BY " FL-HOLDER-PROGRAM
               " OPER " FL-HOLDER-OPERATOR
           DISPLAY "(R)ETRY OR (C)ONTINUE UNLOCKED?"
           ACCEPT WS-LOCK-CHOICE
           IF WS-LOCK-CHOICE = "R" OR WS-LOCK-CHOICE = "r"
               GO TO 900-TAKE-INVENTORY-LOCK
           END-IF
           DISPLAY "PROCEEDING WITHOUT THE LOCK - LAST WRITER WINS".
       900-EXIT.

       910-DROP-INVENTORY-LOCK.

      * A session that proceeded unlocked never held the lock -
      * dropping it here would free the real holder's lock.

           IF WS-LOCK-HELD NOT = "YES"
               GO TO 910-EXIT
           END-IF
           MOVE "NO" TO WS-LOCK-HELD
           MOVE "R" TO FL-REQUEST
           MOVE "INVENTORY" TO FL-LOCK-NAME
           MOVE "REORDCAL" TO FL-PROGRAM
           CALL "FILELOCK" USING FL-PARMS.
       910-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS ONE LINE TO THE SHARED RUN-LOG
      * FILE RECORDING THIS RUN, DATED FROM THE BUSINESS DATE.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-X
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "REORDCAL" TO RL-PROGRAM-NAME
           MOVE WS-BUSDATE-X (1:4) TO RL-YEAR
           MOVE WS-BUSDATE-X (5:2) TO RL-MONTH
           MOVE WS-BUSDATE-X (7:2) TO RL-DAY
           MOVE WS-RUNLOG-START-TIME TO RL-START-TIME
           MOVE WS-RUNLOG-END-TIME TO RL-END-TIME
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       980-EXIT.
