       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MARKDOWN.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Aged-stock markdown proposals. SALESVEL's dead-stock list says
      * what is sitting; this program proposes what to do about it.
      * Every item with stock on hand is aged from its last sale off
      * InvoiceDetail.txt (see copybooks/INVDETL.cpy) - or, for an
      * item that has never sold, from its last receipt off
      * PurchaseOrders.txt - and an item idle past the first age band
      * is proposed a stepped markdown:
      *
      *   band 1 (default 90 days idle)    10 percent off INV-PRICE
      *   band 2 (default 180 days idle)   25 percent
      *   band 3 (default 365 days idle)   40 percent
      *
      * A markdown is never proposed below INV-UNIT-COST - the band
      * price is held up at cost and the line flagged. Items on an
      * open special order (see copybooks/SPECORD.cpy) are passed
      * over, since a customer is already waiting to pay full price,
      * and so is an item already on a current or coming promotion.
      * A superseded code's sales count toward the end of its chain
      * as well as its own, the way REORDCAL counts them.
      *
      * The calculation (C, or the unattended run from the nightly
      * stream's monthly schedule) writes a review report and the
      * proposal file (see copybooks/MKDSUGG.cpy), replacing any
      * earlier calculation's. Nothing is marked down until a manager
      * takes the approval mode (A) and accepts, edits, or rejects
      * each line. An accepted line is appended to Promotions.txt
      * (see copybooks/PROMO.cpy) as a promotion window starting on
      * the business date, so the registers and the web feed charge
      * it with no further keying, and to PriceChangeLog.txt (see
      * copybooks/PRCCHG.cpy, source MARKDOWN) so LABELPRT's change
      * run prints the new shelf tags. An edited price below cost
      * needs the MARKDOWNCOST function on top of MARKDOWN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file - read
      * in key order by the calculation, by key in approval.

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

      * Select statement for the special order file.

       SELECT SPECIAL-ORDER-FILE
               ASSIGN TO UT-SYS-SPECORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECORD-STATUS.

      * Select statement for the promotions file - read to pass over
      * items already promoted, appended to by approval.

       SELECT PROMO-FILE
               ASSIGN TO UT-SYS-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

      * Select statement for the price change log.

       SELECT PRICE-CHANGE-LOG
               ASSIGN TO UT-SYS-PRCCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCCHG-STATUS.

      * Select statement for the markdown proposal file.

       SELECT SUGGESTION-FILE
               ASSIGN TO UT-SYS-MKDSUGG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MKDSUGG-STATUS.

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

      * File description for the special order file.

       FD  SPECIAL-ORDER-FILE.
           COPY SPECORD.

      * File description for the promotions file.

       FD  PROMO-FILE.
           COPY PROMO.

      * File description for the price change log.

       FD  PRICE-CHANGE-LOG.
           COPY PRCCHG.

      * File description for the markdown proposal file.

       FD  SUGGESTION-FILE.
           COPY MKDSUGG.

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
          05 WS-SUPERSED-STATUS              PIC XX.
          05 WS-SPECORD-STATUS               PIC XX.
          05 WS-PROMO-STATUS                 PIC XX.
          05 WS-PRCCHG-STATUS                PIC XX.
          05 WS-MKDSUGG-STATUS               PIC XX.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".
          05 WS-RUN-MODE                     PIC X.
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-DT-EOF                       PIC XXX VALUE "NO".
          05 WS-PO-EOF                       PIC XXX VALUE "NO".
          05 WS-SU-EOF                       PIC XXX VALUE "NO".
          05 WS-SO-EOF                       PIC XXX VALUE "NO".
          05 WS-PR-EOF                       PIC XXX VALUE "NO".
          05 WS-MK-EOF                       PIC XXX VALUE "NO".
          05 WS-APPROVE-DONE                 PIC XXX VALUE "NO".
          05 WS-APPROVE-REPLY                PIC X.
          05 WS-BELOW-COST-OK                PIC X VALUE "N".
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(7).
          05 WS-LINE-INT                     PIC 9(7).
          05 WS-END-DATE                     PIC 9(8).
          05 WS-DAYS-IDLE                    PIC 9(5).
          05 WS-LAST-ACTIVITY                PIC 9(8).
          05 WS-BAND-PERCENT                 PIC 99.
          05 WS-NEW-PRICE                    PIC 9(5)V99.
          05 WS-INPUT-PRICE                  PIC 9(5)V99.
          05 WS-PROMO-COUNT                  PIC 9(4) VALUE 0.
          05 WS-SU-FOUND                     PIC XXX.
          05 WS-SU-HOPS                      PIC 99.
          05 WS-CHAIN-CODE                   PIC X(10).
          05 WS-ITEMS-DROPPED                PIC 9(5) VALUE 0.
          05 WS-NOT-IDLE                     PIC 9(5) VALUE 0.
          05 WS-NO-HISTORY                   PIC 9(5) VALUE 0.
          05 WS-ON-SPECIAL                   PIC 9(5) VALUE 0.
          05 WS-ON-PROMOTION                 PIC 9(5) VALUE 0.
          05 WS-AT-COST                      PIC 9(5) VALUE 0.
          05 WS-SUPERSEDED                   PIC 9(5) VALUE 0.
          05 WS-SUGGESTED                    PIC 9(5) VALUE 0.
          05 WS-HELD-AT-COST                 PIC 9(5) VALUE 0.
          05 WS-ACCEPTED                     PIC 9(5) VALUE 0.
          05 WS-REJECTED                     PIC 9(5) VALUE 0.

      * Calculation parameters. The unattended run takes the
      * defaults; the desk run offers each one. Band 1's day count is
      * the idle threshold - an item that sold more recently is left
      * at its price.

       01 WS-PARMS.
          05 WS-BAND1-DAYS                   PIC 9(3) VALUE 90.
          05 WS-BAND1-PCT                    PIC 99 VALUE 10.
          05 WS-BAND2-DAYS                   PIC 9(3) VALUE 180.
          05 WS-BAND2-PCT                    PIC 99 VALUE 25.
          05 WS-BAND3-DAYS                   PIC 9(3) VALUE 365.
          05 WS-BAND3-PCT                    PIC 99 VALUE 40.
          05 WS-PROMO-DAYS                   PIC 9(3) VALUE 30.
          05 WS-INPUT-DAYS                   PIC 9(3).
          05 WS-INPUT-PCT                    PIC 99.

      * One entry per inventory item, in key order, with the last
      * date it sold and the last date it was received.

       01 WS-ITEM-TABLE.
          05 WS-ITEM-COUNT                   PIC 9(4) VALUE 0.
          05 WS-ITEM-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-ITEM-COUNT
               ASCENDING KEY IS WS-IT-CODE
               INDEXED BY IT-IDX.
             10 WS-IT-CODE                   PIC X(10).
             10 WS-IT-DESC                   PIC X(25).
             10 WS-IT-ON-HAND                PIC 9(6).
             10 WS-IT-PRICE                  PIC 9(5)V99.
             10 WS-IT-COST                   PIC 9(5)V99.
             10 WS-IT-LAST-SALE              PIC 9(8).
             10 WS-IT-LAST-RECEIPT           PIC 9(8).
             10 WS-IT-SPECIAL                PIC X.
             10 WS-IT-PROMOTED               PIC X.

      * Supersessions in effect by the business date.

       01 WS-SU-TABLE.
          05 WS-SU-COUNT                     PIC 999 VALUE 0.
          05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-SU-COUNT
               INDEXED BY SU-IDX.
             10 WS-SU-TBL-OLD-CODE           PIC X(10).
             10 WS-SU-TBL-NEW-CODE           PIC X(10).

      * The proposal file, held while the approval mode walks it and
      * then written back with each line's status.

       01 WS-MK-TABLE.
          05 WS-MK-COUNT                     PIC 9(4) VALUE 0.
          05 WS-MK-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-MK-COUNT
               INDEXED BY MK-IDX.
             10 WS-MK-IMAGE                  PIC X(68).

      * Review report lines.

       01 MD-HEADING1.
          05                                 PIC X(34)
                         VALUE "AGED-STOCK MARKDOWNS - CALCULATED ".
          05 MDH-DATE                        PIC 9(8).
          05                                 PIC X(38) VALUE SPACES.

       01 MD-HEADING2.
          05                                 PIC X(6)  VALUE "BANDS ".
          05 MDH-BAND1-DAYS                  PIC ZZ9.
          05                                 PIC X(6)  VALUE " DAYS ".
          05 MDH-BAND1-PCT                   PIC Z9.
          05                                 PIC X(4)  VALUE "%  ".
          05 MDH-BAND2-DAYS                  PIC ZZ9.
          05                                 PIC X(6)  VALUE " DAYS ".
          05 MDH-BAND2-PCT                   PIC Z9.
          05                                 PIC X(4)  VALUE "%  ".
          05 MDH-BAND3-DAYS                  PIC ZZ9.
          05                                 PIC X(6)  VALUE " DAYS ".
          05 MDH-BAND3-PCT                   PIC Z9.
          05                                 PIC X(9)  VALUE "%  RUNS ".
          05 MDH-PROMO-DAYS                  PIC ZZ9.
          05                                 PIC X(21) VALUE " DAYS".

       01 MD-COLUMNS.
          05                                 PIC X(32)
                         VALUE "ITEM       DESCRIPTION".
          05                                 PIC X(24)
                         VALUE "ON-HD IDLE    PRICE     ".
          05                                 PIC X(24)
                         VALUE "COST PCT    SUGG".

       01 MD-DETAIL.
          05 MDD-ITEM                        PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 MDD-DESC                        PIC X(20).
          05                                 PIC X     VALUE SPACE.
          05 MDD-ON-HAND                     PIC ZZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 MDD-DAYS-IDLE                   PIC ZZZ9.
          05                                 PIC X     VALUE SPACE.
          05 MDD-PRICE                       PIC ZZZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 MDD-COST                        PIC ZZZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 MDD-PERCENT                     PIC Z9.
          05                                 PIC X     VALUE SPACE.
          05 MDD-SUGGESTED                   PIC ZZZZ9.99.
          05                                 PIC X     VALUE SPACE.
          05 MDD-FLAG                        PIC X(7).

       01 MD-TOTAL.
          05 MDT-LABEL                       PIC X(40).
          05 MDT-COUNT                       PIC ZZZZ9.
          05                                 PIC X(35) VALUE SPACES.

      * Operator sign-on and the shared OPCHECK permission check -
      * the MARKDOWN function gates this program through the matrix
      * (no matrix on file falls back to the level-2 compare), and
      * MARKDOWNCOST (level 3) lets a manager accept a price below
      * cost.

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
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".
          05 UT-SYS-SPECORD                  PIC X(60)
          VALUE "C:\COBOL\SpecialOrders.txt".
          05 UT-SYS-PROMO                    PIC X(60)
          VALUE "C:\COBOL\Promotions.txt".
          05 UT-SYS-PRCCHG                   PIC X(60)
          VALUE "C:\COBOL\PriceChangeLog.txt".
          05 UT-SYS-MKDSUGG                  PIC X(60)
          VALUE "C:\COBOL\MarkdownSuggest.txt".
          05 UT-SYS-REVIEWRPT                PIC X(60)
          VALUE "C:\COBOL\MarkdownReview.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-SCHEDFLAG                PIC X(60)
          VALUE "C:\COBOL\ScheduledRun.txt".

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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 010-CHECK-SCHEDULED THRU 010-EXIT
           IF WS-SCHEDULED-RUN = "YES"

      * Launched by the nightly stream: no operator to sign on (the
      * run is stamped NITE), the parameters default, and only the
      * calculation runs - approval always needs a manager.

               MOVE "NITE" TO WS-OPERATOR-ID
               MOVE "C" TO WS-RUN-MODE
           ELSE
               PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
               DISPLAY "AGED-STOCK MARKDOWNS - C=CALCULATE A=APPROVE"
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
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE MARKDOWN
      * FUNCTION. A REFUSAL ENDS THE SESSION. WHETHER THEY MAY ALSO
      * MARK BELOW COST IS ASKED ONCE HERE AND HELD FOR THE SESSION.
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
           MOVE "MARKDOWN" TO SO-PROGRAM
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
           MOVE "MARKDOWN" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE MARKDOWN FUNCTION - "
                   "SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "MARKDOWNCOST" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           MOVE PM-ALLOWED TO WS-BELOW-COST-OK.
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
      * 100-CALCULATE AGES EVERY ITEM WITH STOCK ON HAND, WRITES A
      * PROPOSAL FOR EACH ONE IDLE PAST THE FIRST BAND (REPLACING ANY
      * EARLIER CALCULATION'S), AND PRINTS THE REVIEW REPORT.
      ******************************************************************
       100-CALCULATE.
           IF WS-SCHEDULED-RUN = "NO"
               PERFORM 110-TAKE-PARAMETERS THRU 110-EXIT
           END-IF
           PERFORM 200-LOAD-INVENTORY THRU 200-EXIT
           PERFORM 250-SCAN-SPECIAL-ORDERS THRU 250-EXIT
           PERFORM 270-LOAD-PROMOTIONS THRU 270-EXIT
           PERFORM 300-SCAN-PURCHASE-ORDERS THRU 300-EXIT
           PERFORM 350-LOAD-SUPERSESSIONS THRU 350-EXIT
           PERFORM 400-SCAN-DETAIL THRU 400-EXIT
           OPEN OUTPUT SUGGESTION-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO MDH-DATE
           WRITE REPORT-RECORD FROM MD-HEADING1
           MOVE WS-BAND1-DAYS TO MDH-BAND1-DAYS
           MOVE WS-BAND1-PCT TO MDH-BAND1-PCT
           MOVE WS-BAND2-DAYS TO MDH-BAND2-DAYS
           MOVE WS-BAND2-PCT TO MDH-BAND2-PCT
           MOVE WS-BAND3-DAYS TO MDH-BAND3-DAYS
           MOVE WS-BAND3-PCT TO MDH-BAND3-PCT
           MOVE WS-PROMO-DAYS TO MDH-PROMO-DAYS
           WRITE REPORT-RECORD FROM MD-HEADING2
            AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM MD-COLUMNS
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 500-WORK-OUT-ITEM THRU 500-EXIT
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-ITEM-COUNT
           MOVE "LINES PROPOSED FOR APPROVAL" TO MDT-LABEL
           MOVE WS-SUGGESTED TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 2 LINES
           MOVE "  OF WHICH HELD UP AT COST" TO MDT-LABEL
           MOVE WS-HELD-AT-COST TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "ITEMS SOLD WITHIN THE FIRST BAND" TO MDT-LABEL
           MOVE WS-NOT-IDLE TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "ON AN OPEN SPECIAL ORDER - PASSED OVER"
               TO MDT-LABEL
           MOVE WS-ON-SPECIAL TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "ALREADY ON PROMOTION - PASSED OVER" TO MDT-LABEL
           MOVE WS-ON-PROMOTION TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "PRICED AT OR BELOW COST - PASSED OVER" TO MDT-LABEL
           MOVE WS-AT-COST TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "NO SALE OR RECEIPT ON FILE - LEFT ALONE"
               TO MDT-LABEL
           MOVE WS-NO-HISTORY TO MDT-COUNT
           WRITE REPORT-RECORD FROM MD-TOTAL
            AFTER ADVANCING 1 LINE
           IF WS-SUPERSEDED > ZEROS
               MOVE "SUPERSEDED CODES AGED ON THEIR OWN SALES"
                   TO MDT-LABEL
               MOVE WS-SUPERSEDED TO MDT-COUNT
               WRITE REPORT-RECORD FROM MD-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ITEMS-DROPPED > ZEROS
               MOVE "ITEMS BEYOND THE TABLE - NOT CALCULATED"
                   TO MDT-LABEL
               MOVE WS-ITEMS-DROPPED TO MDT-COUNT
               WRITE REPORT-RECORD FROM MD-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           CLOSE REVIEW-REPORT-FILE
           CLOSE SUGGESTION-FILE
           DISPLAY "MARKDOWN REVIEW WRITTEN - " WS-SUGGESTED
               " LINES AWAIT APPROVAL".
       100-EXIT.

      ******************************************************************
      * 110-TAKE-PARAMETERS OFFERS EACH CALCULATION PARAMETER WITH ITS
      * DEFAULT. ZERO OR ENTER KEEPS THE DEFAULT. BANDS KEYED OUT OF
      * ORDER PUT THE DEFAULTS BACK.
      ******************************************************************
       110-TAKE-PARAMETERS.
           DISPLAY "BAND 1 - DAYS WITH NO SALE (0 = " WS-BAND1-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-BAND1-DAYS
           END-IF
           DISPLAY "BAND 1 - MARKDOWN PERCENT (0 = " WS-BAND1-PCT ")"
           MOVE ZEROS TO WS-INPUT-PCT
           ACCEPT WS-INPUT-PCT
           IF WS-INPUT-PCT > ZEROS
               MOVE WS-INPUT-PCT TO WS-BAND1-PCT
           END-IF
           DISPLAY "BAND 2 - DAYS WITH NO SALE (0 = " WS-BAND2-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-BAND2-DAYS
           END-IF
           DISPLAY "BAND 2 - MARKDOWN PERCENT (0 = " WS-BAND2-PCT ")"
           MOVE ZEROS TO WS-INPUT-PCT
           ACCEPT WS-INPUT-PCT
           IF WS-INPUT-PCT > ZEROS
               MOVE WS-INPUT-PCT TO WS-BAND2-PCT
           END-IF
           DISPLAY "BAND 3 - DAYS WITH NO SALE (0 = " WS-BAND3-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-BAND3-DAYS
           END-IF
           DISPLAY "BAND 3 - MARKDOWN PERCENT (0 = " WS-BAND3-PCT ")"
           MOVE ZEROS TO WS-INPUT-PCT
           ACCEPT WS-INPUT-PCT
           IF WS-INPUT-PCT > ZEROS
               MOVE WS-INPUT-PCT TO WS-BAND3-PCT
           END-IF
           DISPLAY "DAYS EACH MARKDOWN RUNS (0 = " WS-PROMO-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-PROMO-DAYS
           END-IF
           IF WS-BAND2-DAYS NOT > WS-BAND1-DAYS
               OR WS-BAND3-DAYS NOT > WS-BAND2-DAYS
               DISPLAY "BAND DAYS MUST RISE - DEFAULT BANDS USED"
               MOVE 90 TO WS-BAND1-DAYS
               MOVE 180 TO WS-BAND2-DAYS
               MOVE 365 TO WS-BAND3-DAYS
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
           MOVE INV-PRICE TO WS-IT-PRICE (IT-IDX)
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO WS-IT-COST (IT-IDX)
           END-IF
           MOVE "N" TO WS-IT-SPECIAL (IT-IDX)
           MOVE "N" TO WS-IT-PROMOTED (IT-IDX).
       210-EXIT.

      ******************************************************************
      * 250-SCAN-SPECIAL-ORDERS MARKS EVERY ITEM A CUSTOMER IS STILL
      * WAITING ON - OPEN OR ARRIVED, NOT YET FILLED. THE FILE IS
      * OPTIONAL.
      ******************************************************************
       250-SCAN-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER-FILE
           IF WS-SPECORD-STATUS NOT = "00"
               GO TO 250-EXIT
           END-IF
           PERFORM 255-READ-SPECIAL-ORDER THRU 255-EXIT
               UNTIL WS-SO-EOF = "YES"
           CLOSE SPECIAL-ORDER-FILE.
       250-EXIT.

       255-READ-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-SO-EOF
                   GO TO 255-EXIT
           END-READ
           IF SO-STATUS = "F" OR WS-ITEM-COUNT = ZEROS
               GO TO 255-EXIT
           END-IF
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IT-CODE (IT-IDX) = SO-ITEM-CODE
                   MOVE "Y" TO WS-IT-SPECIAL (IT-IDX)
           END-SEARCH.
       255-EXIT.

      ******************************************************************
      * 270-LOAD-PROMOTIONS COUNTS THE PROMOTIONS ON FILE AND MARKS
      * EVERY ITEM WITH A WINDOW THAT HAS NOT YET ENDED - A FLYER
      * PRICE RUNNING NOW OR BOOKED AHEAD, OR A MARKDOWN ACCEPTED
      * FROM AN EARLIER CALCULATION. THE FILE IS OPTIONAL.
      ******************************************************************
       270-LOAD-PROMOTIONS.
           MOVE ZEROS TO WS-PROMO-COUNT
           MOVE "NO" TO WS-PR-EOF
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = "00"
               GO TO 270-EXIT
           END-IF
           PERFORM 275-READ-PROMOTION THRU 275-EXIT
               UNTIL WS-PR-EOF = "YES"
           CLOSE PROMO-FILE.
       270-EXIT.

       275-READ-PROMOTION.
           READ PROMO-FILE
               AT END
                   MOVE "YES" TO WS-PR-EOF
                   GO TO 275-EXIT
           END-READ
           ADD 1 TO WS-PROMO-COUNT
           IF PR-END-DATE < WS-BUSINESS-DATE OR WS-ITEM-COUNT = ZEROS
               GO TO 275-EXIT
           END-IF
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IT-CODE (IT-IDX) = PR-ITEM-CODE
                   MOVE "Y" TO WS-IT-PROMOTED (IT-IDX)
           END-SEARCH.
       275-EXIT.

      ******************************************************************
      * 300-SCAN-PURCHASE-ORDERS KEEPS EACH ITEM'S LATEST RECEIPT
      * DATE, WHICH AGES AN ITEM THAT HAS NEVER SOLD. THE FILE IS
      * OPTIONAL.
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
           IF WS-ITEM-COUNT = ZEROS
               OR PO-QTY-RECEIVED = ZEROS
               OR PO-RECEIVED-DATE NOT NUMERIC
               OR PO-RECEIVED-DATE = ZEROS
               GO TO 310-EXIT
           END-IF
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IT-CODE (IT-IDX) = PO-ITEM-CODE
                   IF PO-RECEIVED-DATE > WS-IT-LAST-RECEIPT (IT-IDX)
                       MOVE PO-RECEIVED-DATE
                           TO WS-IT-LAST-RECEIPT (IT-IDX)
                   END-IF
           END-SEARCH.
       310-EXIT.

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
      * 400-SCAN-DETAIL READS THE INVOICE ITEM DETAIL AND KEEPS EACH
      * ITEM'S LATEST SALE DATE. A LINE DATES ITS OWN CODE AND, FOR
      * A SUPERSEDED CODE, THE CURRENT CODE AT THE END OF ITS CHAIN
      * TOO - THE REPLACEMENT IS NOT STALE JUST BECAUSE IT HAS SOLD
      * UNDER THE OLD NUMBER. LINES WITH NO ITEM CODE ARE PASSED
      * OVER.
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
               GO TO 410-EXIT
           END-IF
           MOVE DT-ITEM-CODE TO WS-CHAIN-CODE
           PERFORM 415-DATE-SALE THRU 415-EXIT
           MOVE ZEROS TO WS-SU-HOPS
           MOVE "YES" TO WS-SU-FOUND
           PERFORM 420-FOLLOW-CHAIN THRU 420-EXIT
               UNTIL WS-SU-FOUND = "NO" OR WS-SU-HOPS >= 20
           IF WS-CHAIN-CODE NOT = DT-ITEM-CODE
               PERFORM 415-DATE-SALE THRU 415-EXIT
           END-IF.
       410-EXIT.

      * Moves the line's date onto WS-CHAIN-CODE's entry when it is
      * later than the one held.

       415-DATE-SALE.
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IT-CODE (IT-IDX) = WS-CHAIN-CODE
                   IF DT-INVOICE-DATE > WS-IT-LAST-SALE (IT-IDX)
                       MOVE DT-INVOICE-DATE
                           TO WS-IT-LAST-SALE (IT-IDX)
                   END-IF
           END-SEARCH.
       415-EXIT.

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
      * 500-WORK-OUT-ITEM AGES ONE ITEM AND PROPOSES ITS BAND'S
      * MARKDOWN. NOTHING ON HAND MEANS NOTHING TO CLEAR; AN ITEM
      * ALREADY PRICED AT OR UNDER COST HAS NO ROOM TO MOVE. THE
      * PROPOSED PRICE ROUNDS TO THE CENT AND IS HELD UP AT COST.
      ******************************************************************
       500-WORK-OUT-ITEM.
           IF WS-IT-ON-HAND (IT-IDX) = ZEROS
               OR WS-IT-PRICE (IT-IDX) = ZEROS
               GO TO 500-EXIT
           END-IF
           MOVE WS-IT-LAST-SALE (IT-IDX) TO WS-LAST-ACTIVITY
           IF WS-LAST-ACTIVITY = ZEROS
               MOVE WS-IT-LAST-RECEIPT (IT-IDX) TO WS-LAST-ACTIVITY
           END-IF
           IF WS-LAST-ACTIVITY = ZEROS
               ADD 1 TO WS-NO-HISTORY
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-LINE-INT =
               FUNCTION INTEGER-OF-DATE (WS-LAST-ACTIVITY)
           IF WS-LINE-INT NOT < WS-TODAY-INT
               MOVE ZEROS TO WS-DAYS-IDLE
           ELSE
               COMPUTE WS-DAYS-IDLE = WS-TODAY-INT - WS-LINE-INT
           END-IF
           IF WS-DAYS-IDLE < WS-BAND1-DAYS
               ADD 1 TO WS-NOT-IDLE
               GO TO 500-EXIT
           END-IF
           IF WS-IT-SPECIAL (IT-IDX) = "Y"
               ADD 1 TO WS-ON-SPECIAL
               GO TO 500-EXIT
           END-IF
           IF WS-IT-PROMOTED (IT-IDX) = "Y"
               ADD 1 TO WS-ON-PROMOTION
               GO TO 500-EXIT
           END-IF
           IF WS-IT-PRICE (IT-IDX) NOT > WS-IT-COST (IT-IDX)
               ADD 1 TO WS-AT-COST
               GO TO 500-EXIT
           END-IF
           IF WS-SU-COUNT > ZEROS
               SET SU-IDX TO 1
               SEARCH WS-SU-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-SU-TBL-OLD-CODE (SU-IDX)
                       = WS-IT-CODE (IT-IDX)
                       ADD 1 TO WS-SUPERSEDED
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-IDLE NOT < WS-BAND3-DAYS
                   MOVE WS-BAND3-PCT TO WS-BAND-PERCENT
               WHEN WS-DAYS-IDLE NOT < WS-BAND2-DAYS
                   MOVE WS-BAND2-PCT TO WS-BAND-PERCENT
               WHEN OTHER
                   MOVE WS-BAND1-PCT TO WS-BAND-PERCENT
           END-EVALUATE
           COMPUTE WS-NEW-PRICE ROUNDED =
               WS-IT-PRICE (IT-IDX) * (100 - WS-BAND-PERCENT) / 100
           MOVE SPACE TO MK-COST-FLAG
           IF WS-NEW-PRICE < WS-IT-COST (IT-IDX)
               MOVE WS-IT-COST (IT-IDX) TO WS-NEW-PRICE
               MOVE "C" TO MK-COST-FLAG
               ADD 1 TO WS-HELD-AT-COST
           END-IF
           MOVE WS-IT-CODE (IT-IDX) TO MK-ITEM-CODE
           MOVE WS-IT-ON-HAND (IT-IDX) TO MK-ON-HAND
           IF WS-DAYS-IDLE > 9999
               MOVE 9999 TO MK-DAYS-IDLE
           ELSE
               MOVE WS-DAYS-IDLE TO MK-DAYS-IDLE
           END-IF
           MOVE WS-LAST-ACTIVITY TO MK-LAST-ACTIVITY
           MOVE WS-IT-PRICE (IT-IDX) TO MK-CURRENT-PRICE
           MOVE WS-IT-COST (IT-IDX) TO MK-UNIT-COST
           MOVE WS-BAND-PERCENT TO MK-PERCENT
           MOVE WS-NEW-PRICE TO MK-SUGGESTED-PRICE
           MOVE WS-BUSINESS-DATE TO MK-CALC-DATE
           MOVE ZEROS TO MK-MARKDOWN-PRICE
           MOVE "P" TO MK-STATUS
           WRITE MK-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-SUGGESTED
           MOVE WS-IT-CODE (IT-IDX) TO MDD-ITEM
           MOVE WS-IT-DESC (IT-IDX) TO MDD-DESC
           MOVE WS-IT-ON-HAND (IT-IDX) TO MDD-ON-HAND
           MOVE MK-DAYS-IDLE TO MDD-DAYS-IDLE
           MOVE WS-IT-PRICE (IT-IDX) TO MDD-PRICE
           MOVE WS-IT-COST (IT-IDX) TO MDD-COST
           MOVE WS-BAND-PERCENT TO MDD-PERCENT
           MOVE WS-NEW-PRICE TO MDD-SUGGESTED
           IF MK-HELD-AT-COST
               MOVE "AT COST" TO MDD-FLAG
           ELSE
               MOVE SPACES TO MDD-FLAG
           END-IF
           WRITE REPORT-RECORD FROM MD-DETAIL
            AFTER ADVANCING 1 LINE.
       500-EXIT.

      ******************************************************************
      * 600-APPROVE WALKS THE PENDING PROPOSALS WITH A MANAGER. EACH
      * LINE IS ACCEPTED AT THE PROPOSED PRICE, EDITED TO ANOTHER
      * PRICE AND ACCEPTED, REJECTED, OR SKIPPED (LEFT PENDING FOR
      * ANOTHER DAY). ACCEPTED LINES GO TO PROMOTIONS.TXT AND THE
      * PRICE CHANGE LOG AS THEY ARE TAKEN; THE PROPOSAL FILE IS
      * WRITTEN BACK WITH EACH LINE'S STATUS AT THE END. INV-PRICE
      * ITSELF IS NEVER CHANGED - THE MARKDOWN IS A PROMOTION WINDOW
      * THAT SWITCHES ITSELF OFF.
      ******************************************************************
       600-APPROVE.
           OPEN INPUT SUGGESTION-FILE
           IF WS-MKDSUGG-STATUS NOT = "00"
               DISPLAY "NO MARKDOWN PROPOSALS ON FILE - RUN C FIRST"
               GO TO 600-EXIT
           END-IF
           PERFORM 610-READ-SUGGESTION THRU 610-EXIT
               UNTIL WS-MK-EOF = "YES"
           CLOSE SUGGESTION-FILE
           PERFORM 270-LOAD-PROMOTIONS THRU 270-EXIT
           DISPLAY "DAYS EACH MARKDOWN RUNS (0 = " WS-PROMO-DAYS ")"
           MOVE ZEROS TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS > ZEROS
               MOVE WS-INPUT-DAYS TO WS-PROMO-DAYS
           END-IF
           COMPUTE WS-LINE-INT = WS-TODAY-INT + WS-PROMO-DAYS - 1
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER (WS-LINE-INT)
           DISPLAY "ACCEPTED MARKDOWNS RUN " WS-BUSINESS-DATE
               " THROUGH " WS-END-DATE
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS
               GO TO 600-EXIT
           END-IF
           OPEN EXTEND PROMO-FILE
           IF WS-PROMO-STATUS NOT = "00"
               OPEN OUTPUT PROMO-FILE
           END-IF
           OPEN EXTEND PRICE-CHANGE-LOG
           IF WS-PRCCHG-STATUS NOT = "00"
               OPEN OUTPUT PRICE-CHANGE-LOG
           END-IF
           PERFORM 620-REVIEW-ONE-LINE THRU 620-EXIT
               VARYING MK-IDX FROM 1 BY 1
               UNTIL MK-IDX > WS-MK-COUNT
                  OR WS-APPROVE-DONE = "YES"
           CLOSE PRICE-CHANGE-LOG
           CLOSE PROMO-FILE
           CLOSE INVENTORY-FILE
           OPEN OUTPUT SUGGESTION-FILE
           PERFORM 640-WRITE-SUGGESTION THRU 640-EXIT
               VARYING MK-IDX FROM 1 BY 1
               UNTIL MK-IDX > WS-MK-COUNT
           CLOSE SUGGESTION-FILE
           DISPLAY "ACCEPTED " WS-ACCEPTED " REJECTED " WS-REJECTED.
       600-EXIT.

       610-READ-SUGGESTION.
           READ SUGGESTION-FILE
               AT END
                   MOVE "YES" TO WS-MK-EOF
                   GO TO 610-EXIT
           END-READ
           IF WS-MK-COUNT < 3000
               ADD 1 TO WS-MK-COUNT
               MOVE MK-RECORD TO WS-MK-IMAGE (WS-MK-COUNT)
           END-IF.
       610-EXIT.

      ******************************************************************
      * 620-REVIEW-ONE-LINE SHOWS ONE PENDING PROPOSAL AND TAKES THE
      * MANAGER'S ANSWER. A MASTER PRICE CHANGED SINCE THE
      * CALCULATION IS POINTED OUT BEFORE THE MANAGER DECIDES.
      ******************************************************************
       620-REVIEW-ONE-LINE.
           MOVE WS-MK-IMAGE (MK-IDX) TO MK-RECORD
           IF NOT MK-PENDING
               GO TO 620-EXIT
           END-IF
           MOVE MK-ITEM-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY MK-ITEM-CODE " NO LONGER ON FILE - REJECTED"
                   MOVE "R" TO MK-STATUS
                   MOVE MK-RECORD TO WS-MK-IMAGE (MK-IDX)
                   GO TO 620-EXIT
           END-READ
           DISPLAY " "
           DISPLAY MK-ITEM-CODE " " INV-DESCRIPTION
           DISPLAY "  ON HAND " MK-ON-HAND " IDLE " MK-DAYS-IDLE
               " DAYS (SINCE " MK-LAST-ACTIVITY ")"
           DISPLAY "  PRICE " MK-CURRENT-PRICE " COST " MK-UNIT-COST
               " LESS " MK-PERCENT "% -> " MK-SUGGESTED-PRICE
           IF MK-HELD-AT-COST
               DISPLAY "  NOTE: HELD UP AT COST - THE BAND WOULD GO "
                   "BELOW IT"
           END-IF
           IF INV-PRICE NOT = MK-CURRENT-PRICE
               DISPLAY "  NOTE: PRICE CHANGED SINCE THE CALCULATION "
                   "(NOW " INV-PRICE ")"
           END-IF
           DISPLAY "A=ACCEPT E=EDIT PRICE R=REJECT S=SKIP Q=QUIT"
           ACCEPT WS-APPROVE-REPLY
           EVALUATE WS-APPROVE-REPLY
               WHEN "A"
               WHEN "a"
                   MOVE MK-SUGGESTED-PRICE TO WS-NEW-PRICE
                   PERFORM 630-ACCEPT-MARKDOWN THRU 630-EXIT
               WHEN "E"
               WHEN "e"
                   PERFORM 650-EDIT-PRICE THRU 650-EXIT
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO MK-STATUS
                   ADD 1 TO WS-REJECTED
               WHEN "Q"
               WHEN "q"
                   MOVE "YES" TO WS-APPROVE-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE MK-RECORD TO WS-MK-IMAGE (MK-IDX).
       620-EXIT.

      ******************************************************************
      * 630-ACCEPT-MARKDOWN BOOKS THE PRICE IN WS-NEW-PRICE AS A
      * PROMOTION WINDOW FROM THE BUSINESS DATE AND LOGS IT AS A
      * PRICE CHANGE FOR THE SHELF TAGS. PROMOTIONS.TXT IS HELD TO
      * THE 500 WINDOWS PROMOMNT AND THE REGISTERS LOAD.
      ******************************************************************
       630-ACCEPT-MARKDOWN.
           IF WS-PROMO-COUNT NOT < 500
               DISPLAY "PROMOTIONS FILE IS FULL - PURGE EXPIRED "
                   "PROMOTIONS IN PROMOMNT. LEFT PENDING"
               GO TO 630-EXIT
           END-IF
           MOVE MK-ITEM-CODE TO PR-ITEM-CODE
           MOVE WS-NEW-PRICE TO PR-PROMO-PRICE
           MOVE WS-BUSINESS-DATE TO PR-START-DATE
           MOVE WS-END-DATE TO PR-END-DATE
           WRITE PR-RECORD
           ADD 1 TO WS-PROMO-COUNT
           MOVE MK-ITEM-CODE TO PC-ITEM-CODE
           MOVE INV-PRICE TO PC-OLD-PRICE
           MOVE WS-NEW-PRICE TO PC-NEW-PRICE
           ACCEPT PC-DATE FROM DATE YYYYMMDD
           ACCEPT PC-TIME FROM TIME
           MOVE "MARKDOWN" TO PC-SOURCE
           WRITE PC-RECORD
           MOVE WS-NEW-PRICE TO MK-MARKDOWN-PRICE
           MOVE "A" TO MK-STATUS
           ADD 1 TO WS-ACCEPTED.
       630-EXIT.

       640-WRITE-SUGGESTION.
           MOVE WS-MK-IMAGE (MK-IDX) TO MK-RECORD
           WRITE MK-RECORD.
       640-EXIT.

      ******************************************************************
      * 650-EDIT-PRICE TAKES THE MANAGER'S OWN MARKDOWN PRICE. IT
      * MUST BE ABOVE ZERO AND UNDER THE CURRENT PRICE; BELOW COST
      * NEEDS MARKDOWNCOST. A REFUSED PRICE LEAVES THE LINE PENDING.
      ******************************************************************
       650-EDIT-PRICE.
           DISPLAY "MARKDOWN PRICE (99999.99)"
           MOVE ZEROS TO WS-INPUT-PRICE
           ACCEPT WS-INPUT-PRICE
           IF WS-INPUT-PRICE = ZEROS
               OR WS-INPUT-PRICE NOT < INV-PRICE
               DISPLAY "PRICE MUST BE UNDER " INV-PRICE
                   " - LEFT PENDING"
               GO TO 650-EXIT
           END-IF
           IF WS-INPUT-PRICE < MK-UNIT-COST
               AND WS-BELOW-COST-OK NOT = "Y"
               DISPLAY "BELOW COST NEEDS THE MARKDOWNCOST FUNCTION - "
                   "LEFT PENDING"
               GO TO 650-EXIT
           END-IF
           MOVE WS-INPUT-PRICE TO WS-NEW-PRICE
           PERFORM 630-ACCEPT-MARKDOWN THRU 630-EXIT.
       650-EXIT.

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
           MOVE "MARKDOWN" TO RL-PROGRAM-NAME
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
