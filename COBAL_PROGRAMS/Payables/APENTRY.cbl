       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APENTRY.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Accounts payable voucher entry. Supplier invoices used to sit
      * in a paper folder until somebody remembered to write a check;
      * this program puts them on the payables open item file (see
      * copybooks/APITEM.cpy) that APPAYRUN's weekly payment run pays
      * from and ages. Tour-operator invoices do not come through
      * here - TOURRECON sends across each one that matches its
      * booking.
      *
      *   E  enters a bike vendor's invoice against its purchase
      *      order. Every PO line billed goes through a three-way
      *      match: the quantity invoiced (with anything billed
      *      before) against the quantity ordered and the quantity
      *      received, and the invoice price against the unit cost
      *      keyed at receiving, within a 2% tolerance. A clean match
      *      goes on file open and payable, dated by the vendor's
      *      terms; any exception goes on held with the reason, and
      *      every line is logged (see copybooks/APMATCH.cpy).
      *   R  releases a held voucher for payment once the exception
      *      is settled with the vendor (APRELEASE function).
      *   X  voids a voucher that has not been paid - a duplicate or
      *      an invoice keyed against the wrong order - and takes its
      *      quantities back off the PO lines.
      *   L  lists the open and held vouchers.
      *
      * A voucher is not posted while today's month is closed through
      * PERIODMNT; PERIODCHK logs the attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the payables open item file.

       SELECT AP-OPEN-FILE
               ASSIGN TO UT-SYS-APOPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOPEN-STATUS.

      * Select statement for the three-way match line log.

       SELECT AP-MATCH-FILE
               ASSIGN TO UT-SYS-APMATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APMATCH-STATUS.

      * Select statement for the purchase order line file.

       SELECT PURCHASE-ORDER-FILE
               ASSIGN TO UT-SYS-POFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POFILE-STATUS.

      * Select statement for the indexed vendor master file.

       SELECT VENDOR-MASTER-FILE
               ASSIGN TO UT-SYS-VENDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-NO
               FILE STATUS IS WS-VENDOR-STATUS.

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

      * File description for the three-way match line log.

       FD  AP-MATCH-FILE.
       COPY APMATCH.

      * File description for the purchase order line file.

       FD  PURCHASE-ORDER-FILE.
       COPY PORDER.

      * File description for the vendor master file.

       FD  VENDOR-MASTER-FILE.
       COPY VENDORMS.

      * File description for the operator master.

       FD  OPERATOR-FILE.
           COPY OPERATOR.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-RUN-MODE                     PIC X.
          05 WS-APOPEN-STATUS                PIC XX.
          05 WS-APMATCH-STATUS               PIC XX.
          05 WS-POFILE-STATUS                PIC XX.
          05 WS-VENDOR-STATUS                PIC XX.
          05 WS-AP-EOF                       PIC XXX VALUE "NO".
          05 WS-AP-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-PO-EOF                       PIC XXX VALUE "NO".
          05 WS-PO-OVERFLOW                  PIC XXX VALUE "NO".
          05 WS-AM-EOF                       PIC XXX VALUE "NO".
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-HIGH-VOUCHER                 PIC 9(6) VALUE 0.
          05 WS-VOUCHER-NO                   PIC 9(6).
          05 WS-INPUT-VENDOR-NO              PIC X(4).
          05 WS-INPUT-INVOICE-NO             PIC X(12).
          05 WS-INPUT-PO-NO                  PIC 9(6).
          05 WS-INPUT-QTY                    PIC 9(5).
          05 WS-INPUT-PRICE                  PIC 9(5)V99.
          05 WS-INPUT-CHARGES                PIC 9(6)V99.
          05 WS-NET-DAYS                     PIC 9(3).
          05 WS-DISC-DAYS                    PIC 9(3).
          05 WS-DISC-PCT                     PIC 9V99.
          05 WS-DATE-INT                     PIC 9(8).
          05 WS-AP-SUB                       PIC 9(4).
          05 WS-AP-FOUND-SUB                 PIC 9(4).
          05 WS-PO-SUB                       PIC 999.
          05 WS-PO-LINES                     PIC 999.
          05 WS-ML-SUB                       PIC 99.
          05 WS-BILLED-QTY                   PIC 9(6).
          05 WS-TOLERANCE                    PIC 9(5)V99.
          05 WS-PRICE-GAP                    PIC 9(5)V99.
          05 WS-INVOICE-TOTAL                PIC 9(7)V99.
          05 WS-EXCEPTIONS                   PIC 99.
          05 WS-HOLD-REASON                  PIC X(20).
          05 WS-LINES-DONE                   PIC XXX.
          05 WS-CONFIRM                      PIC X.
          05 WS-ITEMS-LISTED                 PIC 9(4).
          05 WS-EDIT-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
          05 WS-EDIT-PRICE                   PIC ZZ,ZZ9.99.

      * The price leg of the match allows this percentage either way
      * of the cost keyed at receiving before the line is held.

          05 WS-PRICE-TOLERANCE-PCT          PIC 9V99 VALUE 2.00.

      * The keyed invoice date, broken out so a month or day that
      * cannot exist is refused before it dates the terms.

       01 WS-INPUT-INV-DATE                  PIC 9(8).
       01 WS-INPUT-INV-DATE-X REDEFINES WS-INPUT-INV-DATE.
          05 WS-INPUT-INV-YYYY               PIC 9(4).
          05 WS-INPUT-INV-MM                 PIC 99.
          05 WS-INPUT-INV-DD                 PIC 99.

      * The whole payables open item file, held while a voucher is
      * released or voided, then written back out - the transfer
      * file's load/mark/rewrite pattern.

       01 WS-AP-TABLE.
          05 WS-AP-COUNT                     PIC 9(4) VALUE 0.
          05 WS-AP-ENTRIES OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-AP-COUNT
               INDEXED BY AP-IDX.
             10 WS-AP-IMAGE                  PIC X(124).

      * The whole purchase order file, held so the quantities
      * invoiced can be stepped on the lines billed and the file
      * written back out.

       01 WS-PO-TABLE.
          05 WS-PO-COUNT                     PIC 999 VALUE 0.
          05 WS-PO-ENTRIES OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-PO-COUNT
               INDEXED BY PO-IDX.
             10 WS-PO-IMAGE                  PIC X(59).

      * The lines billed on the invoice being entered, with how each
      * came out of the match.

       01 WS-ML-TABLE.
          05 WS-ML-COUNT                     PIC 99 VALUE 0.
          05 WS-ML-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-ML-COUNT
               INDEXED BY ML-IDX.
             10 WS-ML-PO-SUB                 PIC 999.
             10 WS-ML-ITEM                   PIC X(10).
             10 WS-ML-ORDERED                PIC 9(5).
             10 WS-ML-RECEIVED               PIC 9(5).
             10 WS-ML-QTY                    PIC 9(5).
             10 WS-ML-RECV-COST              PIC 9(5)V99.
             10 WS-ML-PRICE                  PIC 9(5)V99.
             10 WS-ML-RESULT                 PIC X.

      * Operator sign-on and the shared OPCHECK permission check -
      * the APENTRY function gates this program through the matrix
      * (no matrix on file falls back to the level-2 compare) and
      * releasing a held voucher takes APRELEASE (level 3).

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
          05 UT-SYS-APOPEN                   PIC X(60)
          VALUE "C:\COBOL\PayablesOpen.txt".
          05 UT-SYS-APMATCH                  PIC X(60)
          VALUE "C:\COBOL\APMatch.txt".
          05 UT-SYS-POFILE                   PIC X(60)
          VALUE "C:\COBOL\PurchaseOrders.txt".
          05 UT-SYS-VENDOR                   PIC X(60)
          VALUE "C:\COBOL\VendorMaster.dat".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SIGNS THE OPERATOR ON, LOADS THE PAYABLES AND
      * PURCHASE ORDER FILES, AND ROUTES TO THE CHOSEN FUNCTION.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
           PERFORM 100-LOAD-AP-FILE THRU 100-EXIT
           PERFORM 150-LOAD-PO-FILE THRU 150-EXIT
           DISPLAY "PAYABLES - E=ENTER VENDOR INVOICE R=RELEASE HELD "
               "X=VOID L=LIST OPEN"
           ACCEPT WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "E"
               WHEN "e"
                   PERFORM 200-ENTER-INVOICE THRU 200-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 400-RELEASE-VOUCHER THRU 400-EXIT
               WHEN "X"
               WHEN "x"
                   PERFORM 500-VOID-VOUCHER THRU 500-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 800-LIST-OPEN THRU 800-EXIT
               WHEN OTHER
                   DISPLAY "INVALID MODE"
           END-EVALUATE
       STOP RUN.

      ******************************************************************
      * 020-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR UP ON THE
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE APENTRY
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
           MOVE "APENTRY" TO SO-PROGRAM
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
           MOVE "APENTRY" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE APENTRY FUNCTION - "
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
      * THE TABLE AND NOTES THE HIGHEST VOUCHER NUMBER USED. THE FILE
      * IS OPTIONAL ON A FIRST RUN.
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
                   IF AP-VOUCHER-NO > WS-HIGH-VOUCHER
                       MOVE AP-VOUCHER-NO TO WS-HIGH-VOUCHER
                   END-IF
                   IF WS-AP-COUNT < 1000
                       ADD 1 TO WS-AP-COUNT
                       MOVE AP-RECORD TO WS-AP-IMAGE (WS-AP-COUNT)
                   ELSE
                       MOVE "YES" TO WS-AP-OVERFLOW
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-PO-FILE PULLS THE WHOLE PURCHASE ORDER FILE INTO THE
      * TABLE. LINES WRITTEN BEFORE THE RECEIVED COST AND QUANTITY
      * INVOICED WERE KEPT READ BACK BLANK AND ARE TAKEN AS ZERO.
      ******************************************************************
       150-LOAD-PO-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POFILE-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           PERFORM 160-READ-PO-LINE THRU 160-EXIT
               UNTIL WS-PO-EOF = "YES"
           CLOSE PURCHASE-ORDER-FILE.
       150-EXIT.

       160-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-PO-EOF
               NOT AT END
                   IF PO-RECEIVED-COST NOT NUMERIC
                       MOVE ZEROS TO PO-RECEIVED-COST
                   END-IF
                   IF PO-QTY-INVOICED NOT NUMERIC
                       MOVE ZEROS TO PO-QTY-INVOICED
                   END-IF
                   IF WS-PO-COUNT < 500
                       ADD 1 TO WS-PO-COUNT
                       MOVE PO-RECORD TO WS-PO-IMAGE (WS-PO-COUNT)
                   ELSE
                       MOVE "YES" TO WS-PO-OVERFLOW
                   END-IF
           END-READ.
       160-EXIT.

      ******************************************************************
      * 200-ENTER-INVOICE TAKES A VENDOR'S INVOICE AGAINST ONE OF ITS
      * PURCHASE ORDERS. EACH LINE OF THE PO IS OFFERED WITH WHAT WAS
      * ORDERED, RECEIVED, AND ALREADY BILLED; THE QUANTITY AND PRICE
      * BILLED ARE KEYED AND MATCHED AS THEY GO. THE VOUCHER GOES ON
      * OPEN WHEN EVERY LINE MATCHES AND HELD WHEN ANY DOES NOT.
      ******************************************************************
       200-ENTER-INVOICE.

      * Both files are rewritten from their tables afterward, so a
      * file that does not fit MUST stop the entry here - rewriting
      * would silently delete the overflow lines.

           IF WS-AP-OVERFLOW = "YES"
               DISPLAY "PAYABLES FILE EXCEEDS 1000 ITEMS - ENTRY "
                   "REFUSED, NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           IF WS-PO-OVERFLOW = "YES"
               DISPLAY "PO FILE EXCEEDS 500 LINES - ENTRY "
                   "REFUSED, NOTHING CHANGED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER VENDOR NUMBER"
           ACCEPT WS-INPUT-VENDOR-NO
           PERFORM 210-READ-VENDOR-TERMS THRU 210-EXIT
           IF WS-VENDOR-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER VENDOR'S INVOICE NUMBER"
           MOVE SPACES TO WS-INPUT-INVOICE-NO
           ACCEPT WS-INPUT-INVOICE-NO
           IF WS-INPUT-INVOICE-NO = SPACES
               DISPLAY "NO INVOICE NUMBER - NOTHING ENTERED"
               GO TO 200-EXIT
           END-IF

      * The same invoice keyed twice is the classic way a vendor gets
      * paid twice - any voucher not voided already carries it.

           MOVE ZEROS TO WS-AP-FOUND-SUB
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
               IF AP-VENDOR-ITEM
                   AND AP-PAYEE-CODE = WS-INPUT-VENDOR-NO
                   AND AP-INVOICE-NO = WS-INPUT-INVOICE-NO
                   AND NOT AP-VOIDED
                   MOVE WS-AP-SUB TO WS-AP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-AP-FOUND-SUB > ZEROS
               MOVE WS-AP-IMAGE (WS-AP-FOUND-SUB) TO AP-RECORD
               DISPLAY "INVOICE ALREADY ENTERED AS VOUCHER "
                   AP-VOUCHER-NO " - NOTHING ENTERED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER INVOICE DATE YYYYMMDD (0 = TODAY)"
           MOVE ZEROS TO WS-INPUT-INV-DATE
           ACCEPT WS-INPUT-INV-DATE
           IF WS-INPUT-INV-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-INPUT-INV-DATE
           END-IF
           IF WS-INPUT-INV-YYYY < 2000
               OR WS-INPUT-INV-MM < 1 OR WS-INPUT-INV-MM > 12
               OR WS-INPUT-INV-DD < 1 OR WS-INPUT-INV-DD > 31
               OR WS-INPUT-INV-DATE > WS-RUN-DATE
               DISPLAY "INVOICE DATE INVALID - NOTHING ENTERED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER PO NUMBER THE INVOICE BILLS"
           ACCEPT WS-INPUT-PO-NO
           MOVE ZEROS TO WS-ML-COUNT WS-PO-LINES
           PERFORM 220-TAKE-PO-LINE THRU 220-EXIT
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
           IF WS-PO-LINES = ZEROS
               DISPLAY "NO LINES FOR THAT PO AND VENDOR - NOTHING "
                   "ENTERED"
               GO TO 200-EXIT
           END-IF
           IF WS-ML-COUNT = ZEROS
               DISPLAY "NO LINES BILLED - NOTHING ENTERED"
               GO TO 200-EXIT
           END-IF
           DISPLAY "ENTER FREIGHT AND OTHER CHARGES BILLED (0 = NONE)"
           MOVE ZEROS TO WS-INPUT-CHARGES
           ACCEPT WS-INPUT-CHARGES
           PERFORM 250-SUM-INVOICE THRU 250-EXIT
           MOVE WS-INVOICE-TOTAL TO WS-EDIT-AMOUNT
           IF WS-EXCEPTIONS > ZEROS
               DISPLAY WS-EXCEPTIONS " LINE(S) FAILED THE MATCH - "
                   "VOUCHER WILL BE HELD: " WS-HOLD-REASON
           END-IF
           DISPLAY "POST INVOICE " WS-INPUT-INVOICE-NO " FOR "
               WS-EDIT-AMOUNT "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "INVOICE NOT POSTED"
               GO TO 200-EXIT
           END-IF
           PERFORM 255-CHECK-PERIOD THRU 255-EXIT
           IF PC-ALLOWED NOT = "Y"
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-VOUCHER-NO = WS-HIGH-VOUCHER + 1
           PERFORM 260-WRITE-VOUCHER THRU 260-EXIT
           PERFORM 270-WRITE-MATCH-LINES THRU 270-EXIT
           PERFORM 700-REWRITE-PO-FILE THRU 700-EXIT
           IF WS-EXCEPTIONS > ZEROS
               DISPLAY "VOUCHER " WS-VOUCHER-NO " ENTERED AND HELD"
           ELSE
               DISPLAY "VOUCHER " WS-VOUCHER-NO " ENTERED - DUE "
                   AP-DUE-DATE
           END-IF.
       200-EXIT.

      ******************************************************************
      * 210-READ-VENDOR-TERMS READS THE VENDOR AND PICKS UP ITS
      * PAYMENT TERMS. A VENDOR WITH NO NET DAYS ON FILE GETS THE
      * SHOP'S 30. WS-VENDOR-STATUS COMES BACK "00" ONLY WHEN THE
      * VENDOR WAS FOUND.
      ******************************************************************
       210-READ-VENDOR-TERMS.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "VENDOR MASTER NOT FOUND - STATUS "
                   WS-VENDOR-STATUS " - NOTHING ENTERED"
               GO TO 210-EXIT
           END-IF
           MOVE WS-INPUT-VENDOR-NO TO VN-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR NOT ON FILE - NOTHING ENTERED"
           END-READ
           IF WS-VENDOR-STATUS NOT = "00"
               CLOSE VENDOR-MASTER-FILE
               MOVE "23" TO WS-VENDOR-STATUS
               GO TO 210-EXIT
           END-IF
           DISPLAY "VENDOR: " VN-NAME
           MOVE 30 TO WS-NET-DAYS
           IF VN-NET-DAYS NUMERIC AND VN-NET-DAYS > ZEROS
               MOVE VN-NET-DAYS TO WS-NET-DAYS
           END-IF
           MOVE ZEROS TO WS-DISC-PCT WS-DISC-DAYS
           IF VN-DISC-PCT NUMERIC AND VN-DISC-DAYS NUMERIC
               MOVE VN-DISC-PCT TO WS-DISC-PCT
               MOVE VN-DISC-DAYS TO WS-DISC-DAYS
           END-IF
           CLOSE VENDOR-MASTER-FILE
           MOVE "00" TO WS-VENDOR-STATUS.
       210-EXIT.

      ******************************************************************
      * 220-TAKE-PO-LINE OFFERS ONE LINE OF THE KEYED PO, TAKES WHAT
      * THE INVOICE BILLED FOR IT, AND MATCHES IT THREE WAYS:
      *   - EVERYTHING BILLED SO FAR NOT PAST THE QUANTITY ORDERED
      *   - NOR PAST THE QUANTITY RECEIVED
      *   - THE PRICE WITHIN TOLERANCE OF THE RECEIPT COST (A LINE
      *     RECEIVED BEFORE RECEIPT COSTS WERE KEPT HAS NO PRICE LEG)
      ******************************************************************
       220-TAKE-PO-LINE.
           MOVE WS-PO-IMAGE (WS-PO-SUB) TO PO-RECORD
           IF PO-NUMBER NOT = WS-INPUT-PO-NO
               OR PO-VENDOR-NO NOT = WS-INPUT-VENDOR-NO
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-PO-LINES
           IF WS-ML-COUNT >= 50
               DISPLAY "INVOICE HOLDS 50 LINES - LINE " PO-ITEM-CODE
                   " LEFT FOR A SECOND VOUCHER"
               GO TO 220-EXIT
           END-IF
           MOVE PO-RECEIVED-COST TO WS-EDIT-PRICE
           DISPLAY "LINE: " PO-ITEM-CODE " ORDERED " PO-QTY-ORDERED
               " RECEIVED " PO-QTY-RECEIVED " BILLED " PO-QTY-INVOICED
               " COST " WS-EDIT-PRICE
           DISPLAY "ENTER QUANTITY INVOICED (0 = NOT ON THIS INVOICE)"
           MOVE ZEROS TO WS-INPUT-QTY
           ACCEPT WS-INPUT-QTY
           IF WS-INPUT-QTY = ZEROS
               GO TO 220-EXIT
           END-IF
           DISPLAY "ENTER INVOICE UNIT PRICE (0 = " WS-EDIT-PRICE
               " RECEIPT COST)"
           MOVE ZEROS TO WS-INPUT-PRICE
           ACCEPT WS-INPUT-PRICE
           IF WS-INPUT-PRICE = ZEROS
               MOVE PO-RECEIVED-COST TO WS-INPUT-PRICE
           END-IF
           ADD 1 TO WS-ML-COUNT
           SET ML-IDX TO WS-ML-COUNT
           MOVE WS-PO-SUB TO WS-ML-PO-SUB (ML-IDX)
           MOVE PO-ITEM-CODE TO WS-ML-ITEM (ML-IDX)
           MOVE PO-QTY-ORDERED TO WS-ML-ORDERED (ML-IDX)
           MOVE PO-QTY-RECEIVED TO WS-ML-RECEIVED (ML-IDX)
           MOVE WS-INPUT-QTY TO WS-ML-QTY (ML-IDX)
           MOVE PO-RECEIVED-COST TO WS-ML-RECV-COST (ML-IDX)
           MOVE WS-INPUT-PRICE TO WS-ML-PRICE (ML-IDX)
           MOVE SPACE TO WS-ML-RESULT (ML-IDX)
           COMPUTE WS-BILLED-QTY = PO-QTY-INVOICED + WS-INPUT-QTY
           IF WS-BILLED-QTY > PO-QTY-ORDERED
               MOVE "O" TO WS-ML-RESULT (ML-IDX)
               DISPLAY "*** BILLED PAST THE QUANTITY ORDERED"
               GO TO 220-EXIT
           END-IF
           IF WS-BILLED-QTY > PO-QTY-RECEIVED
               MOVE "R" TO WS-ML-RESULT (ML-IDX)
               DISPLAY "*** BILLED PAST THE QUANTITY RECEIVED"
               GO TO 220-EXIT
           END-IF
           IF PO-RECEIVED-COST = ZEROS
               GO TO 220-EXIT
           END-IF
           COMPUTE WS-TOLERANCE ROUNDED =
               PO-RECEIVED-COST * WS-PRICE-TOLERANCE-PCT / 100
           IF WS-INPUT-PRICE > PO-RECEIVED-COST
               COMPUTE WS-PRICE-GAP = WS-INPUT-PRICE - PO-RECEIVED-COST
           ELSE
               COMPUTE WS-PRICE-GAP = PO-RECEIVED-COST - WS-INPUT-PRICE
           END-IF
           IF WS-PRICE-GAP > WS-TOLERANCE
               MOVE "P" TO WS-ML-RESULT (ML-IDX)
               DISPLAY "*** PRICE OUTSIDE TOLERANCE OF RECEIPT COST"
           END-IF.
       220-EXIT.

      ******************************************************************
      * 250-SUM-INVOICE TOTALS THE LINES BILLED PLUS THE CHARGES AND
      * COUNTS THE LINES THAT FAILED THE MATCH. THE HOLD REASON IS THE
      * FIRST FAILURE FOUND.
      ******************************************************************
       250-SUM-INVOICE.
           MOVE WS-INPUT-CHARGES TO WS-INVOICE-TOTAL
           MOVE ZEROS TO WS-EXCEPTIONS
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM VARYING ML-IDX FROM 1 BY 1
               UNTIL ML-IDX > WS-ML-COUNT
               COMPUTE WS-INVOICE-TOTAL = WS-INVOICE-TOTAL
                   + WS-ML-QTY (ML-IDX) * WS-ML-PRICE (ML-IDX)
               IF WS-ML-RESULT (ML-IDX) NOT = SPACE
                   ADD 1 TO WS-EXCEPTIONS
               END-IF
               IF WS-HOLD-REASON = SPACES
                   EVALUATE WS-ML-RESULT (ML-IDX)
                       WHEN "O"
                           MOVE "QTY OVER PO" TO WS-HOLD-REASON
                       WHEN "R"
                           MOVE "QTY NOT RECEIVED" TO WS-HOLD-REASON
                       WHEN "P"
                           MOVE "PRICE VARIANCE" TO WS-HOLD-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM.
       250-EXIT.

      ******************************************************************
      * 255-CHECK-PERIOD ASKS PERIODCHK WHETHER THE MONTH THE VOUCHER
      * POSTS UNDER - TODAY'S, THE DATE IT IS ENTERED - IS STILL OPEN.
      * PC-ALLOWED TELLS THE CALLER.
      ******************************************************************
       255-CHECK-PERIOD.
           MOVE WS-RUN-DATE TO PC-POST-DATE
           MOVE "APENTRY" TO PC-PROGRAM
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE SPACES TO PC-DETAIL
           STRING "VOUCHER " DELIMITED BY SIZE
               WS-INPUT-VENDOR-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INPUT-INVOICE-NO DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "MONTH OF " WS-RUN-DATE " WAS CLOSED BY "
                   PC-CLOSED-BY " ON " PC-CLOSED-DATE
                   " - INVOICE NOT POSTED"
           END-IF.
       255-EXIT.

      ******************************************************************
      * 260-WRITE-VOUCHER APPENDS THE VOUCHER TO THE PAYABLES FILE,
      * DUE THE VENDOR'S NET DAYS FROM THE INVOICE DATE AND, WHEN THE
      * VENDOR OFFERS ONE, WITH ITS LAST DISCOUNT DATE.
      ******************************************************************
       260-WRITE-VOUCHER.
           MOVE WS-VOUCHER-NO TO AP-VOUCHER-NO
           MOVE "V" TO AP-PAYEE-TYPE
           MOVE WS-INPUT-VENDOR-NO TO AP-PAYEE-CODE
           MOVE WS-INPUT-INVOICE-NO TO AP-INVOICE-NO
           MOVE WS-INPUT-INV-DATE TO AP-INVOICE-DATE
           MOVE WS-INPUT-PO-NO TO AP-PO-NUMBER
           MOVE WS-INVOICE-TOTAL TO AP-AMOUNT
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-INPUT-INV-DATE)
           COMPUTE AP-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT + WS-NET-DAYS)
           MOVE ZEROS TO AP-DISC-PCT AP-DISC-DATE
           IF WS-DISC-PCT > ZEROS
               MOVE WS-DISC-PCT TO AP-DISC-PCT
               COMPUTE AP-DISC-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INT + WS-DISC-DAYS)
           END-IF
           IF WS-EXCEPTIONS > ZEROS
               MOVE "H" TO AP-STATUS
               MOVE WS-HOLD-REASON TO AP-HOLD-REASON
           ELSE
               MOVE "O" TO AP-STATUS
               MOVE SPACES TO AP-HOLD-REASON
           END-IF
           MOVE ZEROS TO AP-PAID-AMT AP-DISC-TAKEN AP-PAID-DATE
               AP-CHECK-NO AP-CHECKS
           MOVE WS-RUN-DATE TO AP-ENTERED-DATE
           OPEN EXTEND AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = "00"
               OPEN OUTPUT AP-OPEN-FILE
           END-IF
           WRITE AP-RECORD
           CLOSE AP-OPEN-FILE.
       260-EXIT.

      ******************************************************************
      * 270-WRITE-MATCH-LINES LOGS EVERY LINE BILLED WITH ITS MATCH
      * RESULT AND STEPS THE QUANTITY INVOICED ON ITS PO LINE.
      ******************************************************************
       270-WRITE-MATCH-LINES.
           OPEN EXTEND AP-MATCH-FILE
           IF WS-APMATCH-STATUS NOT = "00"
               OPEN OUTPUT AP-MATCH-FILE
           END-IF
           PERFORM VARYING ML-IDX FROM 1 BY 1
               UNTIL ML-IDX > WS-ML-COUNT
               MOVE WS-VOUCHER-NO TO AM-VOUCHER-NO
               MOVE WS-INPUT-PO-NO TO AM-PO-NUMBER
               MOVE WS-ML-ITEM (ML-IDX) TO AM-ITEM-CODE
               MOVE WS-ML-ORDERED (ML-IDX) TO AM-QTY-ORDERED
               MOVE WS-ML-RECEIVED (ML-IDX) TO AM-QTY-RECEIVED
               MOVE WS-ML-QTY (ML-IDX) TO AM-QTY-INVOICED
               MOVE WS-ML-RECV-COST (ML-IDX) TO AM-RECEIVED-COST
               MOVE WS-ML-PRICE (ML-IDX) TO AM-INVOICE-PRICE
               MOVE WS-ML-RESULT (ML-IDX) TO AM-RESULT
               MOVE WS-RUN-DATE TO AM-DATE
               WRITE AM-RECORD
               MOVE WS-ML-PO-SUB (ML-IDX) TO WS-PO-SUB
               MOVE WS-PO-IMAGE (WS-PO-SUB) TO PO-RECORD
               ADD WS-ML-QTY (ML-IDX) TO PO-QTY-INVOICED
               MOVE PO-RECORD TO WS-PO-IMAGE (WS-PO-SUB)
           END-PERFORM
           CLOSE AP-MATCH-FILE.
       270-EXIT.

      ******************************************************************
      * 400-RELEASE-VOUCHER RELEASES A HELD VOUCHER FOR PAYMENT. IT
      * ASKS OPCHECK FOR THE APRELEASE FUNCTION FIRST (SUPERVISOR
      * LEVEL WITH NO MATRIX ON FILE) AND SHOWS THE MATCH LINES BEHIND
      * THE HOLD BEFORE THE SUPERVISOR CONFIRMS.
      ******************************************************************
       400-RELEASE-VOUCHER.
           MOVE WS-OPERATOR-ID TO PM-OPERATOR
           MOVE "APRELEASE" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 3 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "RELEASING A HELD VOUCHER NEEDS THE APRELEASE "
                   "FUNCTION"
               GO TO 400-EXIT
           END-IF
           IF WS-AP-OVERFLOW = "YES"
               DISPLAY "PAYABLES FILE EXCEEDS 1000 ITEMS - RELEASE "
                   "REFUSED, NOTHING CHANGED"
               GO TO 400-EXIT
           END-IF
           PERFORM 450-FIND-VOUCHER THRU 450-EXIT
           IF WS-AP-FOUND-SUB = ZEROS
               GO TO 400-EXIT
           END-IF
           IF NOT AP-HELD
               DISPLAY "VOUCHER IS NOT HELD - NOTHING TO RELEASE"
               GO TO 400-EXIT
           END-IF
           DISPLAY "HELD: " AP-HOLD-REASON
           PERFORM 460-SHOW-MATCH-LINES THRU 460-EXIT
           DISPLAY "RELEASE VOUCHER " AP-VOUCHER-NO " FOR PAYMENT? "
               "(Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "VOUCHER STILL HELD"
               GO TO 400-EXIT
           END-IF
           MOVE "O" TO AP-STATUS
           MOVE SPACES TO AP-HOLD-REASON
           STRING "RELEASED BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO AP-HOLD-REASON
           END-STRING
           MOVE AP-RECORD TO WS-AP-IMAGE (WS-AP-FOUND-SUB)
           PERFORM 750-REWRITE-AP-FILE THRU 750-EXIT
           DISPLAY "VOUCHER " AP-VOUCHER-NO " RELEASED FOR PAYMENT".
       400-EXIT.

      ******************************************************************
      * 450-FIND-VOUCHER TAKES A VOUCHER NUMBER AND LEAVES ITS RECORD
      * IN AP-RECORD AND ITS SLOT IN WS-AP-FOUND-SUB (ZERO WHEN IT IS
      * NOT ON FILE).
      ******************************************************************
       450-FIND-VOUCHER.
           DISPLAY "ENTER VOUCHER NUMBER"
           MOVE ZEROS TO WS-VOUCHER-NO WS-AP-FOUND-SUB
           ACCEPT WS-VOUCHER-NO
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
               IF AP-VOUCHER-NO = WS-VOUCHER-NO
                   MOVE WS-AP-SUB TO WS-AP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-AP-FOUND-SUB = ZEROS
               DISPLAY "VOUCHER NOT ON FILE"
               GO TO 450-EXIT
           END-IF
           MOVE WS-AP-IMAGE (WS-AP-FOUND-SUB) TO AP-RECORD
           MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "VOUCHER " AP-VOUCHER-NO " " AP-PAYEE-TYPE " "
               AP-PAYEE-CODE " INVOICE " AP-INVOICE-NO " "
               WS-EDIT-AMOUNT " STATUS " AP-STATUS.
       450-EXIT.

      ******************************************************************
      * 460-SHOW-MATCH-LINES DISPLAYS THE LOGGED MATCH LINES OF THE
      * VOUCHER IN WS-VOUCHER-NO.
      ******************************************************************
       460-SHOW-MATCH-LINES.
           MOVE "NO" TO WS-AM-EOF
           OPEN INPUT AP-MATCH-FILE
           IF WS-APMATCH-STATUS NOT = "00"
               GO TO 460-EXIT
           END-IF
           PERFORM UNTIL WS-AM-EOF = "YES"
               READ AP-MATCH-FILE
                   AT END
                       MOVE "YES" TO WS-AM-EOF
                   NOT AT END
                       IF AM-VOUCHER-NO = WS-VOUCHER-NO
                           DISPLAY AM-ITEM-CODE " ORD " AM-QTY-ORDERED
                               " RCV " AM-QTY-RECEIVED
                               " INV " AM-QTY-INVOICED
                               " COST " AM-RECEIVED-COST
                               " PRICE " AM-INVOICE-PRICE
                               " " AM-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-MATCH-FILE.
       460-EXIT.

      ******************************************************************
      * 500-VOID-VOUCHER VOIDS AN UNPAID VOUCHER. A VENDOR VOUCHER'S
      * LOGGED MATCH LINES ARE READ BACK AND THEIR QUANTITIES TAKEN
      * OFF THE PO LINES' QUANTITY INVOICED, SO THE CORRECT INVOICE
      * CAN BE MATCHED AGAINST THE ORDER AGAIN. A VOIDED OPERATOR
      * VOUCHER IS NEVER SENT ACROSS AGAIN BY TOURRECON.
      ******************************************************************
       500-VOID-VOUCHER.
           IF WS-AP-OVERFLOW = "YES" OR WS-PO-OVERFLOW = "YES"
               DISPLAY "PAYABLES OR PO FILE TOO LARGE TO REWRITE - "
                   "VOID REFUSED, NOTHING CHANGED"
               GO TO 500-EXIT
           END-IF
           PERFORM 450-FIND-VOUCHER THRU 450-EXIT
           IF WS-AP-FOUND-SUB = ZEROS
               GO TO 500-EXIT
           END-IF
           IF AP-PAID OR AP-VOIDED
               DISPLAY "VOUCHER ALREADY PAID OR VOIDED - NOT VOIDED"
               GO TO 500-EXIT
           END-IF
           DISPLAY "VOID VOUCHER " AP-VOUCHER-NO "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "VOUCHER NOT VOIDED"
               GO TO 500-EXIT
           END-IF
           MOVE "X" TO AP-STATUS
           MOVE SPACES TO AP-HOLD-REASON
           STRING "VOIDED BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO AP-HOLD-REASON
           END-STRING
           MOVE AP-RECORD TO WS-AP-IMAGE (WS-AP-FOUND-SUB)
           IF AP-VENDOR-ITEM
               PERFORM 510-BACK-OUT-LINES THRU 510-EXIT
               PERFORM 700-REWRITE-PO-FILE THRU 700-EXIT
           END-IF
           PERFORM 750-REWRITE-AP-FILE THRU 750-EXIT
           DISPLAY "VOUCHER " WS-VOUCHER-NO " VOIDED".
       500-EXIT.

       510-BACK-OUT-LINES.
           MOVE "NO" TO WS-AM-EOF
           OPEN INPUT AP-MATCH-FILE
           IF WS-APMATCH-STATUS NOT = "00"
               GO TO 510-EXIT
           END-IF
           PERFORM UNTIL WS-AM-EOF = "YES"
               READ AP-MATCH-FILE
                   AT END
                       MOVE "YES" TO WS-AM-EOF
                   NOT AT END
                       IF AM-VOUCHER-NO = WS-VOUCHER-NO
                           PERFORM 520-BACK-OUT-ONE-LINE THRU 520-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-MATCH-FILE.
       510-EXIT.

       520-BACK-OUT-ONE-LINE.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
               MOVE WS-PO-IMAGE (WS-PO-SUB) TO PO-RECORD
               IF PO-NUMBER = AM-PO-NUMBER
                   AND PO-ITEM-CODE = AM-ITEM-CODE
                   IF PO-QTY-INVOICED > AM-QTY-INVOICED
                       SUBTRACT AM-QTY-INVOICED FROM PO-QTY-INVOICED
                   ELSE
                       MOVE ZEROS TO PO-QTY-INVOICED
                   END-IF
                   MOVE PO-RECORD TO WS-PO-IMAGE (WS-PO-SUB)
               END-IF
           END-PERFORM.
       520-EXIT.

      ******************************************************************
      * 700-REWRITE-PO-FILE WRITES THE WHOLE PO FILE BACK OUT FROM
      * THE TABLE WITH THE QUANTITIES INVOICED STEPPED.
      ******************************************************************
       700-REWRITE-PO-FILE.
           OPEN OUTPUT PURCHASE-ORDER-FILE
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
               MOVE WS-PO-IMAGE (WS-PO-SUB) TO PO-RECORD
               WRITE PO-RECORD
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.
       700-EXIT.

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

      ******************************************************************
      * 800-LIST-OPEN LISTS EVERY OPEN AND HELD VOUCHER WITH ITS DUE
      * DATE, AND THE HOLD REASON ON A HELD ONE.
      ******************************************************************
       800-LIST-OPEN.
           DISPLAY "OPEN AND HELD PAYABLES"
           MOVE ZEROS TO WS-ITEMS-LISTED
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-AP-IMAGE (WS-AP-SUB) TO AP-RECORD
               IF AP-OPEN OR AP-HELD
                   ADD 1 TO WS-ITEMS-LISTED
                   MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
                   DISPLAY AP-VOUCHER-NO " " AP-PAYEE-TYPE " "
                       AP-PAYEE-CODE " " AP-INVOICE-NO " DUE "
                       AP-DUE-DATE " " WS-EDIT-AMOUNT " "
                       AP-STATUS " " AP-HOLD-REASON
               END-IF
           END-PERFORM
           DISPLAY WS-ITEMS-LISTED " VOUCHER(S) OPEN OR HELD".
       800-EXIT.
