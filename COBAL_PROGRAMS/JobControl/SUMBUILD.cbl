       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUMBUILD.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared daily sales summary builder, CALLed the way CTLPOST is
      * (see copybooks/SUMBLDWS.cpy for the parameter block). Reads
      * the invoice history once, takes each invoice once per sale
      * date (the lines of one invoice are consecutive, the totals
      * repeated on each), marks every invoice found in the void log
      * voided, and writes the whole daily sales summary (see
      * copybooks/DLYSALES.cpy) - the one place the history readers'
      * invoice-once and void-netting logic now lives.
      *
      * Once written, the summary is read back and added up again,
      * and a control record proving it against the counts taken off
      * the raw history goes on the end: invoices, history lines,
      * invoice dollars, and tender dollars must all agree, and a
      * void log too big for the void table is out of balance too,
      * since its last voids could not be netted.
      *
      * The nightly DAYSUM step asks for a build outright. A reader
      * asks for the summary to be ready for the latest sale date it
      * reads, and gets a rebuild first only when the summary is
      * missing, out of balance, built on or before that date (sales
      * may have been rung since), or shorter of voids than the void
      * log is now. The FILELOCK lock "DAILYSALES" keeps two closes
      * from rebuilding it on top of each other.
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

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLYSALES-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the void log.

       FD  INVOICE-VOID-FILE.
           COPY INVVOID.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-DLYSALES-STATUS              PIC XX.
          05 WS-HIST-EOF                     PIC XXX.
          05 WS-VOID-EOF                     PIC XXX.
          05 WS-SUM-EOF                      PIC XXX.
          05 WS-HIST-FOUND                   PIC XXX.
          05 WS-CURRENT                      PIC XXX.
          05 WS-CONTROL-FOUND                PIC XXX.
          05 WS-INVOICE-OPEN                 PIC XXX.
          05 WS-VOIDED-FOUND                 PIC XXX.
          05 WS-VOID-OVERFLOW                PIC XXX.
          05 WS-LOCK-HELD                    PIC XXX.
          05 WS-LOCK-TAKEN                   PIC XXX.
          05 WS-LOCK-TRIES                   PIC 999.
          05 WS-VOID-LOG-COUNT               PIC 9(7).
          05 WS-TENDERS                      PIC 9(6)V99.

      * The control figures - off the raw history as it is read, and
      * off the summary as it is read back.

       01 WS-CONTROL-TOTALS.
          05 WS-HIST-LINES                   PIC 9(7).
          05 WS-HIST-INVOICES                PIC 9(7).
          05 WS-HIST-TOTAL                   PIC 9(9)V99.
          05 WS-HIST-TENDERS                 PIC 9(9)V99.
          05 WS-SUM-LINES                    PIC 9(7).
          05 WS-SUM-INVOICES                 PIC 9(7).
          05 WS-SUM-TOTAL                    PIC 9(9)V99.
          05 WS-SUM-TENDERS                  PIC 9(9)V99.
          05 WS-VOIDED-COUNT                 PIC 9(7).
          05 WS-VOIDED-TOTAL                 PIC 9(9)V99.

      * The summary record being built for the invoice in hand, and
      * the last control record found when the summary is checked.

       01 WS-BUILD-RECORD                    PIC X(170).
       01 WS-LAST-CONTROL                    PIC X(170).

      * State-parse working fields, the same shape PROGRAM1 uses.

       01 WS-CSZ-PARSE.
          05 WS-CSZ-CITY-PART                PIC X(22).
          05 WS-CSZ-STATE-ZIP-PART           PIC X(22).
          05 WS-CSZ-STATE-CODE               PIC XX.
          05 WS-CSZ-ZIP-PART                 PIC X(20).

      * Every void log record's invoice, with who voided it where.

       01 WS-VOID-TABLE.
          05 WS-VOIDTBL-COUNT                PIC 9(4) VALUE 0.
          05 WS-VOIDTBL-ENTRY OCCURS 0 TO 9999 TIMES
               DEPENDING ON WS-VOIDTBL-COUNT
               INDEXED BY VD-IDX.
             10 WS-VOIDTBL-NUMBER            PIC 9(6).
             10 WS-VOIDTBL-DATE              PIC 9(8).
             10 WS-VOIDTBL-OPERATOR          PIC X(4).
             10 WS-VOIDTBL-STORE             PIC 99.

      * Parameter block for the shared FILELOCK named lock.

       COPY FLOCKWS.

       01 WS-FILES.
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-VOIDFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceVoid.txt".
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".

       LINKAGE SECTION.
           COPY SUMBLDWS.

      * Start of procedure division

       PROCEDURE DIVISION USING SB-PARMS.

      ******************************************************************
      * 000-MAIN-RTN TAKES THE LOCK, CHECKS THE SUMMARY ON AN "R"
      * REQUEST, AND BUILDS IT ON A "B" OR WHEN THE CHECK FINDS IT
      * BEHIND.
      ******************************************************************
       000-MAIN-RTN.
           MOVE "N" TO SB-REBUILT
           MOVE "F" TO SB-RESULT
           PERFORM 050-TAKE-LOCK THRU 050-EXIT
           IF WS-LOCK-HELD = "NO"
               DISPLAY "DAILY SALES SUMMARY IS BUSY - "
                   FL-HOLDER-PROGRAM " OPERATOR " FL-HOLDER-OPERATOR
               MOVE "B" TO SB-RESULT
               GOBACK
           END-IF
           MOVE "NO" TO WS-CURRENT
           IF SB-REQUEST = "R"
               PERFORM 100-CHECK-SUMMARY THRU 100-EXIT
           END-IF
           IF WS-CURRENT = "NO"
               PERFORM 200-BUILD-SUMMARY THRU 200-EXIT
           END-IF
           PERFORM 060-RELEASE-LOCK THRU 060-EXIT
           GOBACK.

      ******************************************************************
      * 050-TAKE-LOCK ASKS FOR THE "DAILYSALES" LOCK A FEW HUNDRED
      * TIMES BEFORE GIVING UP. A LOCK FACILITY THAT CANNOT WORK AT
      * ALL ("E") DOES NOT STOP THE SUMMARY - IT IS BUILT WITHOUT IT.
      ******************************************************************
       050-TAKE-LOCK.
           MOVE "NO" TO WS-LOCK-HELD WS-LOCK-TAKEN
           MOVE ZEROS TO WS-LOCK-TRIES
           PERFORM 055-ASK-FOR-LOCK THRU 055-EXIT
               UNTIL WS-LOCK-HELD = "YES"
               OR WS-LOCK-TRIES > 300.
       050-EXIT.

       055-ASK-FOR-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           MOVE "A" TO FL-REQUEST
           MOVE "DAILYSALES" TO FL-LOCK-NAME
           MOVE SB-PROGRAM TO FL-PROGRAM
           MOVE SPACES TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           EVALUATE FL-RESULT
               WHEN "G"
               WHEN "S"
                   MOVE "YES" TO WS-LOCK-HELD WS-LOCK-TAKEN
               WHEN "E"
                   MOVE "YES" TO WS-LOCK-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       055-EXIT.

       060-RELEASE-LOCK.
           IF WS-LOCK-TAKEN = "YES"
               MOVE "R" TO FL-REQUEST
               MOVE "DAILYSALES" TO FL-LOCK-NAME
               MOVE SB-PROGRAM TO FL-PROGRAM
               MOVE SPACES TO FL-OPERATOR
               CALL "FILELOCK" USING FL-PARMS
           END-IF
           MOVE "NO" TO WS-LOCK-TAKEN WS-LOCK-HELD.
       060-EXIT.

      ******************************************************************
      * 100-CHECK-SUMMARY READS THE SUMMARY THROUGH TO ITS CONTROL
      * RECORD AND SETS WS-CURRENT TO "YES" WHEN IT CAN BE READ AS
      * IT STANDS - IN BALANCE, BUILT AFTER THE NEEDED DATE, AND
      * HOLDING EVERY VOID THE LOG HOLDS NOW.
      ******************************************************************
       100-CHECK-SUMMARY.
           MOVE "NO" TO WS-CONTROL-FOUND
           OPEN INPUT DAILY-SALES-FILE
           IF WS-DLYSALES-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           MOVE "NO" TO WS-SUM-EOF
           PERFORM 110-READ-FOR-CONTROL THRU 110-EXIT
               UNTIL WS-SUM-EOF = "YES"
           CLOSE DAILY-SALES-FILE
           IF WS-CONTROL-FOUND = "NO"
               GO TO 100-EXIT
           END-IF
           MOVE WS-LAST-CONTROL TO DAILY-SALES-CONTROL
           IF SUC-OUT-OF-BALANCE
               GO TO 100-EXIT
           END-IF
           IF SB-NEEDED-DATE NOT < SUC-BUILT-DATE
               GO TO 100-EXIT
           END-IF
           PERFORM 120-COUNT-VOID-LOG THRU 120-EXIT
           IF WS-VOID-LOG-COUNT NOT = SUC-VOID-LOG-COUNT
               GO TO 100-EXIT
           END-IF
           MOVE "YES" TO WS-CURRENT
           PERFORM 300-RETURN-CONTROL THRU 300-EXIT.
       100-EXIT.

       110-READ-FOR-CONTROL.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
               NOT AT END
                   IF SUM-CONTROL
                       MOVE DAILY-SALES-CONTROL TO WS-LAST-CONTROL
                       MOVE "YES" TO WS-CONTROL-FOUND
                   END-IF
           END-READ.
       110-EXIT.

       120-COUNT-VOID-LOG.
           MOVE ZEROS TO WS-VOID-LOG-COUNT
           OPEN INPUT INVOICE-VOID-FILE
           IF WS-VOIDFILE-STATUS NOT = "00"
               GO TO 120-EXIT
           END-IF
           MOVE "NO" TO WS-VOID-EOF
           PERFORM 130-COUNT-VOID THRU 130-EXIT
               UNTIL WS-VOID-EOF = "YES"
           CLOSE INVOICE-VOID-FILE.
       120-EXIT.

       130-COUNT-VOID.
           READ INVOICE-VOID-FILE
               AT END
                   MOVE "YES" TO WS-VOID-EOF
               NOT AT END
                   ADD 1 TO WS-VOID-LOG-COUNT
           END-READ.
       130-EXIT.

      ******************************************************************
      * 200-BUILD-SUMMARY LOADS THE VOID LOG, WRITES ONE SUMMARY
      * RECORD PER INVOICE PER SALE DATE OFF THE HISTORY, READS THE
      * SUMMARY BACK, AND APPENDS THE CONTROL RECORD. NO HISTORY ON
      * FILE LEAVES AN EMPTY SUMMARY WITH ITS CONTROL RECORD.
      ******************************************************************
       200-BUILD-SUMMARY.
           INITIALIZE WS-CONTROL-TOTALS
           PERFORM 210-LOAD-VOID-TABLE THRU 210-EXIT
           OPEN OUTPUT DAILY-SALES-FILE
           IF WS-DLYSALES-STATUS NOT = "00"
               DISPLAY "DAILY SALES SUMMARY CANNOT BE WRITTEN - "
                   "STATUS " WS-DLYSALES-STATUS
               MOVE "F" TO SB-RESULT
               GO TO 200-EXIT
           END-IF
           MOVE "Y" TO SB-REBUILT
           MOVE "NO" TO WS-INVOICE-OPEN
           MOVE "YES" TO WS-HIST-FOUND
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS = "00"
               MOVE "NO" TO WS-HIST-EOF
               PERFORM 230-READ-HISTORY THRU 230-EXIT
                   UNTIL WS-HIST-EOF = "YES"
               CLOSE INVOICE-HISTORY-FILE
           ELSE
               MOVE "NO" TO WS-HIST-FOUND
               DISPLAY "NO INVOICE HISTORY ON FILE - STATUS "
                   WS-HISTFILE-STATUS
           END-IF
           IF WS-INVOICE-OPEN = "YES"
               PERFORM 260-WRITE-INVOICE THRU 260-EXIT
           END-IF
           CLOSE DAILY-SALES-FILE
           PERFORM 270-READ-BACK THRU 270-EXIT
           PERFORM 290-WRITE-CONTROL THRU 290-EXIT
           PERFORM 300-RETURN-CONTROL THRU 300-EXIT.
       200-EXIT.

      ******************************************************************
      * 210-LOAD-VOID-TABLE READS THE WHOLE VOID LOG. AN INVOICE
      * VOIDED MORE THAN ONCE KEEPS ITS FIRST VOID; THE LOG IS
      * OPTIONAL - NO FILE MEANS NO VOIDS.
      ******************************************************************
       210-LOAD-VOID-TABLE.
           MOVE ZEROS TO WS-VOIDTBL-COUNT WS-VOID-LOG-COUNT
           MOVE "NO" TO WS-VOID-OVERFLOW
           OPEN INPUT INVOICE-VOID-FILE
           IF WS-VOIDFILE-STATUS NOT = "00"
               GO TO 210-EXIT
           END-IF
           MOVE "NO" TO WS-VOID-EOF
           PERFORM 220-READ-VOID THRU 220-EXIT
               UNTIL WS-VOID-EOF = "YES"
           CLOSE INVOICE-VOID-FILE.
       210-EXIT.

       220-READ-VOID.
           READ INVOICE-VOID-FILE
               AT END
                   MOVE "YES" TO WS-VOID-EOF
                   GO TO 220-EXIT
           END-READ
           ADD 1 TO WS-VOID-LOG-COUNT
           IF WS-VOIDTBL-COUNT NOT < 9999
               MOVE "YES" TO WS-VOID-OVERFLOW
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-VOIDTBL-COUNT
           SET VD-IDX TO WS-VOIDTBL-COUNT
           MOVE VOID-INVOICE-NUMBER TO WS-VOIDTBL-NUMBER (VD-IDX)
           MOVE VOID-DATE TO WS-VOIDTBL-DATE (VD-IDX)
           MOVE VOID-OPERATOR-ID TO WS-VOIDTBL-OPERATOR (VD-IDX)
           IF VOID-STORE-NO NUMERIC AND VOID-STORE-NO > ZEROS
               MOVE VOID-STORE-NO TO WS-VOIDTBL-STORE (VD-IDX)
           ELSE
               MOVE 1 TO WS-VOIDTBL-STORE (VD-IDX)
           END-IF.
       220-EXIT.

      ******************************************************************
      * 230-READ-HISTORY COUNTS EVERY HISTORY LINE. A CHANGE OF
      * INVOICE NUMBER OR SALE DATE WRITES THE INVOICE IN HAND AND
      * STARTS THE NEXT OFF ITS FIRST LINE; A REPEATED ONE ONLY ADDS
      * ITS LINE AND BIKE TO THE INVOICE IN HAND.
      ******************************************************************
       230-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
                   GO TO 230-EXIT
           END-READ
           ADD 1 TO WS-HIST-LINES
           IF WS-INVOICE-OPEN = "YES"
               MOVE WS-BUILD-RECORD TO DAILY-SALES-RECORD
               IF HIST-INVOICE-NUMBER = SUM-INVOICE-NUMBER
                   AND HIST-INVOICE-DATE = SUM-INVOICE-DATE
                   ADD 1 TO SUM-LINE-COUNT
                   IF HIST-BIKE-DESCRIPTION NOT = SPACES
                       ADD 1 TO SUM-BIKE-UNITS
                   END-IF
                   MOVE DAILY-SALES-RECORD TO WS-BUILD-RECORD
                   GO TO 230-EXIT
               END-IF
               PERFORM 260-WRITE-INVOICE THRU 260-EXIT
           END-IF
           PERFORM 240-START-INVOICE THRU 240-EXIT.
       230-EXIT.

      ******************************************************************
      * 240-START-INVOICE TAKES THE INVOICE-LEVEL FIGURES OFF THE
      * INVOICE'S FIRST LINE, DEFAULTING WHAT AN OLDER RECORD LACKS,
      * AND COUNTS THE INVOICE ON THE RAW-HISTORY SIDE OF THE PROOF.
      ******************************************************************
       240-START-INVOICE.
           MOVE SPACES TO DAILY-SALES-RECORD
           SET SUM-INVOICE TO TRUE
           MOVE HIST-INVOICE-DATE TO SUM-INVOICE-DATE
           MOVE HIST-INVOICE-NUMBER TO SUM-INVOICE-NUMBER
           IF HIST-STORE-NO NUMERIC AND HIST-STORE-NO > ZEROS
               MOVE HIST-STORE-NO TO SUM-STORE-NO
           ELSE
               MOVE 1 TO SUM-STORE-NO
           END-IF
           MOVE HIST-OPERATOR-ID TO SUM-OPERATOR-ID
           MOVE HIST-CLIENT-NO TO SUM-CLIENT-NO
           PERFORM 250-PARSE-STATE THRU 250-EXIT
           MOVE WS-CSZ-STATE-CODE TO SUM-TAX-STATE
           MOVE HIST-EXEMPT-CERT-NO TO SUM-EXEMPT-CERT-NO
           MOVE 1 TO SUM-LINE-COUNT
           IF HIST-BIKE-DESCRIPTION NOT = SPACES
               MOVE 1 TO SUM-BIKE-UNITS
           ELSE
               MOVE ZEROS TO SUM-BIKE-UNITS
           END-IF
           MOVE ZEROS TO SUM-SUBTOTAL SUM-DISCOUNT-SUM
               SUM-TRADE-IN-AMT SUM-NET-SALE SUM-SALES-TAX
               SUM-SHIP-CHARGE SUM-INVOICE-TOTAL SUM-AMOUNT-RECEIVED
               SUM-PAY-CASH-AMT SUM-PAY-CHECK-AMT SUM-PAY-CARD-AMT
               SUM-PAY-CREDIT-AMT SUM-PAY-POINTS-AMT SUM-PAY-ACCT-AMT
           IF HIST-SUBTOTAL NUMERIC
               MOVE HIST-SUBTOTAL TO SUM-SUBTOTAL
           END-IF
           IF HIST-DISCOUNT-SUM NUMERIC
               MOVE HIST-DISCOUNT-SUM TO SUM-DISCOUNT-SUM
           END-IF
           IF HIST-TRADE-IN-AMT NUMERIC
               MOVE HIST-TRADE-IN-AMT TO SUM-TRADE-IN-AMT
           END-IF
           IF HIST-NET-SALE NUMERIC
               MOVE HIST-NET-SALE TO SUM-NET-SALE
           END-IF
           IF HIST-SALES-TAX NUMERIC
               MOVE HIST-SALES-TAX TO SUM-SALES-TAX
           END-IF
           IF HIST-SHIP-CHARGE NUMERIC
               MOVE HIST-SHIP-CHARGE TO SUM-SHIP-CHARGE
           END-IF
           IF HIST-INVOICE-TOTAL NUMERIC
               MOVE HIST-INVOICE-TOTAL TO SUM-INVOICE-TOTAL
           END-IF
           IF HIST-AMOUNT-RECEIVED NUMERIC
               MOVE HIST-AMOUNT-RECEIVED TO SUM-AMOUNT-RECEIVED
           END-IF
           IF HIST-PAY-CASH-AMT NUMERIC
               MOVE HIST-PAY-CASH-AMT TO SUM-PAY-CASH-AMT
           END-IF
           IF HIST-PAY-CHECK-AMT NUMERIC
               MOVE HIST-PAY-CHECK-AMT TO SUM-PAY-CHECK-AMT
           END-IF
           IF HIST-PAY-CARD-AMT NUMERIC
               MOVE HIST-PAY-CARD-AMT TO SUM-PAY-CARD-AMT
           END-IF
           IF HIST-PAY-CREDIT-AMT NUMERIC
               MOVE HIST-PAY-CREDIT-AMT TO SUM-PAY-CREDIT-AMT
           END-IF
           IF HIST-PAY-POINTS-AMT NUMERIC
               MOVE HIST-PAY-POINTS-AMT TO SUM-PAY-POINTS-AMT
           END-IF
           IF HIST-PAY-ACCT-AMT NUMERIC
               MOVE HIST-PAY-ACCT-AMT TO SUM-PAY-ACCT-AMT
           END-IF
           SET SUM-STANDING TO TRUE
           MOVE ZEROS TO SUM-VOID-DATE SUM-VOID-STORE-NO
           MOVE SPACES TO SUM-VOID-OPERATOR-ID
           MOVE "NO" TO WS-VOIDED-FOUND
           IF WS-VOIDTBL-COUNT > 0
               SET VD-IDX TO 1
               SEARCH WS-VOIDTBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VOIDTBL-NUMBER (VD-IDX)
                           = HIST-INVOICE-NUMBER
                       MOVE "YES" TO WS-VOIDED-FOUND
               END-SEARCH
           END-IF
           IF WS-VOIDED-FOUND = "YES"
               SET SUM-VOIDED TO TRUE
               MOVE WS-VOIDTBL-DATE (VD-IDX) TO SUM-VOID-DATE
               MOVE WS-VOIDTBL-OPERATOR (VD-IDX)
                   TO SUM-VOID-OPERATOR-ID
               MOVE WS-VOIDTBL-STORE (VD-IDX) TO SUM-VOID-STORE-NO
           END-IF
           ADD 1 TO WS-HIST-INVOICES
           ADD SUM-INVOICE-TOTAL TO WS-HIST-TOTAL
           PERFORM 280-ADD-TENDERS THRU 280-EXIT
           ADD WS-TENDERS TO WS-HIST-TENDERS
           MOVE DAILY-SALES-RECORD TO WS-BUILD-RECORD
           MOVE "YES" TO WS-INVOICE-OPEN.
       240-EXIT.

      ******************************************************************
      * 250-PARSE-STATE PARSES THE STATE CODE OUT OF THE CITY/STATE/
      * ZIP THE WAY PROGRAM1'S 395-DETERMINE-SALES-TAX-RATE DOES. AN
      * ADDRESS THAT WILL NOT PARSE IS STATE "??".
      ******************************************************************
       250-PARSE-STATE.
           MOVE SPACES TO WS-CSZ-PARSE
           UNSTRING HIST-CITY-STATE-ZIP DELIMITED BY ","
               INTO WS-CSZ-CITY-PART WS-CSZ-STATE-ZIP-PART
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CSZ-STATE-ZIP-PART)
               TO WS-CSZ-STATE-ZIP-PART
           UNSTRING WS-CSZ-STATE-ZIP-PART DELIMITED BY ALL SPACES
               INTO WS-CSZ-STATE-CODE WS-CSZ-ZIP-PART
           END-UNSTRING
           IF WS-CSZ-STATE-CODE = SPACES
               MOVE "??" TO WS-CSZ-STATE-CODE
           END-IF.
       250-EXIT.

       260-WRITE-INVOICE.
           MOVE WS-BUILD-RECORD TO DAILY-SALES-RECORD
           WRITE DAILY-SALES-RECORD
           IF SUM-VOIDED
               ADD 1 TO WS-VOIDED-COUNT
               ADD SUM-INVOICE-TOTAL TO WS-VOIDED-TOTAL
           END-IF
           MOVE "NO" TO WS-INVOICE-OPEN.
       260-EXIT.

      ******************************************************************
      * 270-READ-BACK ADDS THE SUMMARY BACK UP AS WRITTEN - INVOICES,
      * THE LINES EACH ONE COVERS, ITS TOTAL, AND ITS TENDERS.
      ******************************************************************
       270-READ-BACK.
           OPEN INPUT DAILY-SALES-FILE
           IF WS-DLYSALES-STATUS NOT = "00"
               GO TO 270-EXIT
           END-IF
           MOVE "NO" TO WS-SUM-EOF
           PERFORM 275-READ-SUMMARY THRU 275-EXIT
               UNTIL WS-SUM-EOF = "YES"
           CLOSE DAILY-SALES-FILE.
       270-EXIT.

       275-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
               NOT AT END
                   IF SUM-INVOICE
                       ADD 1 TO WS-SUM-INVOICES
                       ADD SUM-LINE-COUNT TO WS-SUM-LINES
                       ADD SUM-INVOICE-TOTAL TO WS-SUM-TOTAL
                       PERFORM 280-ADD-TENDERS THRU 280-EXIT
                       ADD WS-TENDERS TO WS-SUM-TENDERS
                   END-IF
           END-READ.
       275-EXIT.

       280-ADD-TENDERS.
           COMPUTE WS-TENDERS = SUM-PAY-CASH-AMT + SUM-PAY-CHECK-AMT
               + SUM-PAY-CARD-AMT + SUM-PAY-CREDIT-AMT
               + SUM-PAY-POINTS-AMT + SUM-PAY-ACCT-AMT.
       280-EXIT.

      ******************************************************************
      * 290-WRITE-CONTROL APPENDS THE CONTROL RECORD, IN BALANCE ONLY
      * WHEN EVERY FIGURE AGREES AND THE WHOLE VOID LOG WAS NETTED.
      ******************************************************************
       290-WRITE-CONTROL.
           OPEN EXTEND DAILY-SALES-FILE
           IF WS-DLYSALES-STATUS NOT = "00"
               DISPLAY "DAILY SALES CONTROL RECORD CANNOT BE WRITTEN"
                   " - STATUS " WS-DLYSALES-STATUS
               INITIALIZE DAILY-SALES-CONTROL
               SET SUC-OUT-OF-BALANCE TO TRUE
               GO TO 290-EXIT
           END-IF
           MOVE SPACES TO DAILY-SALES-CONTROL
           MOVE "C" TO SUC-RECORD-TYPE
           ACCEPT SUC-BUILT-DATE FROM DATE YYYYMMDD
           ACCEPT SUC-BUILT-TIME FROM TIME
           IF SB-REQUEST = "B"
               MOVE SB-BUSINESS-DATE TO SUC-BUSINESS-DATE
           ELSE
               MOVE SUC-BUILT-DATE TO SUC-BUSINESS-DATE
           END-IF
           MOVE WS-HIST-LINES TO SUC-HIST-LINES
           MOVE WS-HIST-INVOICES TO SUC-HIST-INVOICES
           MOVE WS-HIST-TOTAL TO SUC-HIST-TOTAL
           MOVE WS-HIST-TENDERS TO SUC-HIST-TENDERS
           MOVE WS-SUM-LINES TO SUC-SUM-LINES
           MOVE WS-SUM-INVOICES TO SUC-SUM-INVOICES
           MOVE WS-SUM-TOTAL TO SUC-SUM-TOTAL
           MOVE WS-SUM-TENDERS TO SUC-SUM-TENDERS
           MOVE WS-VOIDED-COUNT TO SUC-VOIDED-COUNT
           MOVE WS-VOIDED-TOTAL TO SUC-VOIDED-TOTAL
           MOVE WS-VOID-LOG-COUNT TO SUC-VOID-LOG-COUNT
           IF WS-HIST-LINES NOT = WS-SUM-LINES
               OR WS-HIST-INVOICES NOT = WS-SUM-INVOICES
               OR WS-HIST-TOTAL NOT = WS-SUM-TOTAL
               OR WS-HIST-TENDERS NOT = WS-SUM-TENDERS
               OR WS-VOID-OVERFLOW = "YES"
               SET SUC-OUT-OF-BALANCE TO TRUE
           ELSE
               IF WS-HIST-FOUND = "NO"
                   SET SUC-NO-HISTORY TO TRUE
               ELSE
                   SET SUC-BALANCED TO TRUE
               END-IF
           END-IF
           WRITE DAILY-SALES-CONTROL
           CLOSE DAILY-SALES-FILE
           IF WS-VOID-OVERFLOW = "YES"
               DISPLAY "VOID LOG HAS MORE THAN 9999 VOIDS - THE "
                   "SUMMARY COULD NOT NET THEM ALL"
           END-IF.
       290-EXIT.

      ******************************************************************
      * 300-RETURN-CONTROL HANDS THE CONTROL RECORD'S FIGURES AND
      * VERDICT BACK TO THE CALLER.
      ******************************************************************
       300-RETURN-CONTROL.
           MOVE SUC-HIST-LINES TO SB-HIST-LINES
           MOVE SUC-HIST-INVOICES TO SB-HIST-INVOICES
           MOVE SUC-HIST-TOTAL TO SB-HIST-TOTAL
           MOVE SUC-HIST-TENDERS TO SB-HIST-TENDERS
           MOVE SUC-SUM-LINES TO SB-SUM-LINES
           MOVE SUC-SUM-INVOICES TO SB-SUM-INVOICES
           MOVE SUC-SUM-TOTAL TO SB-SUM-TOTAL
           MOVE SUC-SUM-TENDERS TO SB-SUM-TENDERS
           MOVE SUC-VOIDED-COUNT TO SB-VOIDED-COUNT
           MOVE SUC-VOIDED-TOTAL TO SB-VOIDED-TOTAL
           EVALUATE TRUE
               WHEN SUC-BALANCED
                   MOVE "G" TO SB-RESULT
               WHEN SUC-NO-HISTORY
                   MOVE "N" TO SB-RESULT
               WHEN OTHER
                   MOVE "X" TO SB-RESULT
           END-EVALUATE.
       300-EXIT.
