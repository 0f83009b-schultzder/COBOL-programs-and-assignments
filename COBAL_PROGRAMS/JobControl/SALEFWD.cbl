       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SALEFWD.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Store-and-forward posting for a register. Run at the register
      * once the shared files are back after an outage (or a long
      * INVMNT/PURCHORD lock), and at every register start-up so the
      * local snapshot is fresh. See copybooks/REGLOCAL.cpy for the
      * local files. It:
      *
      *   1. gives every sale PROGRAM1 rang offline its real invoice
      *      number off the shared invoice counter (the provisional
      *      number printed on the customer's copy is cross-
      *      referenced on the report);
      *   2. appends the sales to InvoiceHistory.txt, the invoice-
      *      number index, and InvoiceDetail.txt, relieves the on-
      *      hand counts, posts the loyalty points, and appends any
      *      override attempts to the shared override audit;
      *   3. reports everything that did not post cleanly - stock
      *      that would have gone negative (counted down to zero), an
      *      item no longer on inventory, a client no longer on the
      *      master (purged since - re-added from the sale, as the
      *      register would have), a check taken from a client on
      *      returned-check hold, a detail line with no sale;
      *   4. empties the pending files and refreshes the register's
      *      snapshot of the inventory, state tax, promotion, kit
      *      definition, supersession, operator, and store-number
      *      files.
      *
      * A sale dated in a month closed through PERIODMNT is not
      * posted: PERIODCHK logs the attempt, the sale is reported as
      * not posted, and its history, detail, and override lines are
      * written back to the pending files to wait for the month to
      * be reopened.
      *
      * Nothing is forwarded while the shared files are unreachable
      * or the INVENTORY or CLIENTMS named lock is held elsewhere -
      * the run ends with RETURN-CODE 1 and the pending sales wait.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statements for the register's pending (offline) sales.

       SELECT PENDING-HISTORY-FILE
               ASSIGN TO RL-PEND-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDHIST-STATUS.

       SELECT PENDING-DETAIL-FILE
               ASSIGN TO RL-PEND-DETAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDDETL-STATUS.

       SELECT PENDING-OVERRIDE-FILE
               ASSIGN TO RL-PEND-OVERRIDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOVR-STATUS.

      * Select statements for the shared files the sales post to.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

       SELECT INVOICE-INDEX-FILE
               ASSIGN TO UT-SYS-INVINDEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-KEY
               ALTERNATE RECORD KEY IS IX-CLIENT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-INVIDX-STATUS.

       SELECT INVOICE-DETAIL-FILE
               ASSIGN TO UT-SYS-INVDETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVDETL-STATUS.

       SELECT INVOICE-COUNTER-FILE
               ASSIGN TO UT-SYS-CTRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRFILE-STATUS.

       SELECT OVERRIDE-AUDIT-FILE
               ASSIGN TO UT-SYS-OVRAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRAUDIT-STATUS.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the register's inventory snapshot.

       SELECT SNAP-INVENTORY-FILE
               ASSIGN TO RL-SNAP-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNAP-CODE
               FILE STATUS IS WS-SNAPINV-STATUS.

      * Select statements for copying a shared line file to its
      * local snapshot - the names are set per file copied.

       SELECT COPY-FROM-FILE
               ASSIGN TO WS-COPY-FROM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPYFROM-STATUS.

       SELECT COPY-TO-FILE
               ASSIGN TO WS-COPY-TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPYTO-STATUS.

      * Select statement for the forwarding report.

       SELECT FORWARD-REPORT-FILE
               ASSIGN TO RL-FWD-REPORT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * The pending files carry the ordinary history, detail, and
      * override-audit layouts; they are read into the shared
      * files' record areas with READ ... INTO.

       FD  PENDING-HISTORY-FILE.
       01  PENDING-HIST-RECORD                PIC X(316).

       FD  PENDING-DETAIL-FILE.
       01  PENDING-DETAIL-RECORD              PIC X(95).

       FD  PENDING-OVERRIDE-FILE.
       01  PENDING-OVERRIDE-RECORD            PIC X(76).

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

       FD  INVOICE-INDEX-FILE.
           COPY INVINDEX.

       FD  INVOICE-DETAIL-FILE.
           COPY INVDETL.

       FD  INVOICE-COUNTER-FILE.
       01  CTR-RECORD                         PIC 9(6).

       FD  OVERRIDE-AUDIT-FILE.
           COPY OVERAUD.

       FD  INVENTORY-FILE.
           COPY INVENTFD.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * The snapshot is a straight image of the inventory record,
      * described from the same copybook so it grows with it.

       FD  SNAP-INVENTORY-FILE.
           COPY INVENTFD REPLACING LEADING ==INV== BY ==SNAP==.

       FD  COPY-FROM-FILE.
       01  COPY-FROM-RECORD                   PIC X(200).

       FD  COPY-TO-FILE.
       01  COPY-TO-RECORD                     PIC X(200).

       FD  FORWARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-PENDHIST-STATUS              PIC XX.
          05 WS-PENDDETL-STATUS              PIC XX.
          05 WS-PENDOVR-STATUS               PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-INVIDX-STATUS                PIC XX.
          05 WS-INVDETL-STATUS               PIC XX.
          05 WS-CTRFILE-STATUS               PIC XX.
          05 WS-OVRAUDIT-STATUS              PIC XX.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-SNAPINV-STATUS               PIC XX.
          05 WS-COPYFROM-STATUS              PIC XX.
          05 WS-COPYTO-STATUS                PIC XX.
          05 WS-PEND-EOF                     PIC XXX.
          05 WS-INV-EOF                      PIC XXX.
          05 WS-COPY-EOF                     PIC XXX.
          05 WS-COPY-FROM                    PIC X(60).
          05 WS-COPY-TO                      PIC X(60).
          05 WS-TODAY                        PIC 9(8).
          05 WS-LAST-PROVISIONAL             PIC 9(6).
          05 WS-FINAL-NUMBER                 PIC 9(6).
          05 WS-LINE-SEQ                     PIC 9(3).
          05 WS-MAP-FOUND                    PIC XXX.
          05 WS-ON-HAND                      PIC 9(5).
          05 WS-SHORT-QTY                    PIC 9(5).
          05 WS-LEDGER-BEFORE                PIC 9(5).
          05 WS-POINTS-EARNED                PIC 9(7).
          05 WS-INVOICES-POSTED              PIC 9(5) VALUE 0.
          05 WS-HIST-LINES-POSTED            PIC 9(5) VALUE 0.
          05 WS-DETAIL-LINES-POSTED          PIC 9(5) VALUE 0.
          05 WS-OVERRIDES-POSTED             PIC 9(5) VALUE 0.
          05 WS-EXCEPTION-COUNT              PIC 9(5) VALUE 0.
          05 WS-SNAP-ITEMS                   PIC 9(5) VALUE 0.
          05 WS-LOCK-NAME-HELD               PIC X(10).
          05 WS-INV-LOCK-HELD                PIC XXX VALUE "NO".
          05 WS-CM-LOCK-HELD                 PIC XXX VALUE "NO".
          05 WS-SALE-HELD                    PIC XXX VALUE "NO".
          05 WS-HELD-FOUND                   PIC XXX.
          05 WS-HELD-CHECK                   PIC 9(6).
          05 WS-HELD-SUB                     PIC 9(4).
          05 WS-SALES-HELD                   PIC 9(5) VALUE 0.

      * Provisional-to-real invoice number cross-reference for the
      * run, so the detail and override lines follow their sale.

       01 WS-MAP-TABLE.
          05 WS-MAP-COUNT                    PIC 9(4) VALUE 0.
          05 WS-MAP-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-MAP-COUNT
               INDEXED BY MAP-IDX.
             10 WS-MAP-PROVISIONAL           PIC 9(6).
             10 WS-MAP-FINAL                 PIC 9(6).

      * Sales dated in a closed month stay pending - their
      * provisional numbers, and the pending lines that belong to
      * them, are held here and written back when the pending files
      * are emptied.

       01 WS-HELD-SALES.
          05 WS-HELD-COUNT                   PIC 9(4) VALUE 0.
          05 WS-HELD-NUMBER OCCURS 2000 TIMES PIC 9(6).

       01 WS-HELD-HIST-LINES.
          05 WS-HELD-HIST-COUNT              PIC 9(4) VALUE 0.
          05 WS-HELD-HIST OCCURS 2000 TIMES  PIC X(316).

       01 WS-HELD-DETAIL-LINES.
          05 WS-HELD-DETL-COUNT              PIC 9(4) VALUE 0.
          05 WS-HELD-DETL OCCURS 2000 TIMES  PIC X(95).

       01 WS-HELD-OVERRIDE-LINES.
          05 WS-HELD-OVR-COUNT               PIC 9(4) VALUE 0.
          05 WS-HELD-OVR OCCURS 2000 TIMES   PIC X(76).

      * Report lines.

       01 FR-HEADING1.
          05                                 PIC X(36)
                  VALUE "OFFLINE SALE FORWARDING REPORT  RUN ".
          05 FRH-DATE                        PIC 9(8).
          05                                 PIC X(36) VALUE SPACES.

       01 FR-INVOICE-LINE.
          05                                 PIC X(12)
                                    VALUE "PROVISIONAL ".
          05 FRI-PROVISIONAL                 PIC 9(6).
          05                                 PIC X(11)
                                    VALUE "  POSTED AS".
          05                                 PIC X VALUE SPACE.
          05 FRI-FINAL                       PIC 9(6).
          05                                 PIC X(9)
                                    VALUE "  CLIENT ".
          05 FRI-CLIENT                      PIC X(5).
          05                                 PIC X(8)
                                    VALUE "  TOTAL ".
          05 FRI-TOTAL                       PIC ZZ,ZZ9.99.
          05                                 PIC X(13) VALUE SPACES.

       01 FR-HELD-LINE.
          05                                 PIC X(12)
                                    VALUE "PROVISIONAL ".
          05 FRN-PROVISIONAL                 PIC 9(6).
          05                                 PIC X(18)
                                    VALUE "  NOT POSTED      ".
          05                                 PIC X(9)
                                    VALUE "  CLIENT ".
          05 FRN-CLIENT                      PIC X(5).
          05                                 PIC X(8)
                                    VALUE "  TOTAL ".
          05 FRN-TOTAL                       PIC ZZ,ZZ9.99.
          05                                 PIC X(13) VALUE SPACES.

       01 FR-EXCEPTION-LINE.
          05                                 PIC X(6) VALUE "  ** ".
          05 FRE-INVOICE                     PIC 9(6).
          05                                 PIC X(2) VALUE SPACES.
          05 FRE-TEXT                        PIC X(66).

       01 FR-TOTAL-LINE.
          05 FRT-LABEL                       PIC X(40).
          05 FRT-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(34) VALUE SPACES.

      * Lock parameter block for the shared FILELOCK facility.

       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * the relief of each forwarded sale is posted to the movement
      * ledger on the day it reaches the shared file.

       COPY STKPOSTWS.

      * Parameter block for the shared PERIODCHK closed-period
      * check - each sale is checked under its own sale date.

       COPY PERIODWS.

      * The register's local files.

       COPY REGLOCAL.

      * Shared files

       01 WS-FILES.
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-INVINDEX                 PIC X(60)
          VALUE "C:\COBOL\InvoiceIndex.dat".
          05 UT-SYS-INVDETL                  PIC X(60)
          VALUE "C:\COBOL\InvoiceDetail.txt".
          05 UT-SYS-CTRFILE                  PIC X(60)
          VALUE "C:\COBOL\InvoiceCounter.txt".
          05 UT-SYS-OVRAUDIT                 PIC X(60)
          VALUE "C:\COBOL\OverrideAudit.txt".
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-STXFILE                  PIC X(60)
          VALUE "C:\COBOL\StateTaxTable.txt".
          05 UT-SYS-PROMO                    PIC X(60)
          VALUE "C:\COBOL\Promotions.txt".
          05 UT-SYS-KITDEF                   PIC X(60)
          VALUE "C:\COBOL\KitDefs.txt".
          05 UT-SYS-SUPERSED                 PIC X(60)
          VALUE "C:\COBOL\Supersessions.txt".
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-STORECTL                 PIC X(60)
          VALUE "C:\COBOL\StoreNumber.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE CHECKS THE SHARED FILES ARE BACK, FORWARDS THE
      * PENDING SALES UNDER BOTH LOCKS, AND REFRESHES THE SNAPSHOT.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "SHARED INVENTORY FILE UNAVAILABLE - NOTHING "
                   "FORWARDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "INVENTORY" TO FL-LOCK-NAME
           PERFORM 900-TAKE-LOCK THRU 900-EXIT
           MOVE WS-LOCK-NAME-HELD TO WS-INV-LOCK-HELD
           MOVE "CLIENTMS" TO FL-LOCK-NAME
           PERFORM 900-TAKE-LOCK THRU 900-EXIT
           MOVE WS-LOCK-NAME-HELD TO WS-CM-LOCK-HELD
           IF WS-INV-LOCK-HELD NOT = "YES"
                   OR WS-CM-LOCK-HELD NOT = "YES"
               PERFORM 910-DROP-LOCKS THRU 910-EXIT
               CLOSE INVENTORY-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FORWARD-REPORT-FILE
           MOVE WS-TODAY TO FRH-DATE
           WRITE REPORT-RECORD FROM FR-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 100-FORWARD-HISTORY THRU 100-EXIT
           PERFORM 200-FORWARD-DETAIL THRU 200-EXIT
           PERFORM 300-FORWARD-OVERRIDES THRU 300-EXIT
           PERFORM 400-CLEAR-PENDING THRU 400-EXIT
           PERFORM 910-DROP-LOCKS THRU 910-EXIT
           PERFORM 500-REFRESH-SNAPSHOT THRU 500-EXIT
           CLOSE INVENTORY-FILE
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE FORWARD-REPORT-FILE
           DISPLAY "SALES FORWARDED: " WS-INVOICES-POSTED
               "  EXCEPTIONS: " WS-EXCEPTION-COUNT
           IF WS-SALES-HELD > ZEROS
               DISPLAY "SALES LEFT PENDING - MONTH CLOSED: "
                   WS-SALES-HELD
           END-IF
       STOP RUN.

      ******************************************************************
      * 100-FORWARD-HISTORY READS THE PENDING HISTORY LINES IN ORDER.
      * THE FIRST LINE OF EACH PROVISIONAL NUMBER HAS THE SALE DATE
      * CHECKED, THEN DRAWS A REAL NUMBER AND SETTLES THE CLIENT;
      * EVERY LINE IS THEN POSTED UNDER THE REAL NUMBER TO THE
      * HISTORY FILE AND ITS INDEX. THE LINES OF A SALE IN A CLOSED
      * MONTH ARE HELD INSTEAD.
      ******************************************************************
       100-FORWARD-HISTORY.
           OPEN INPUT PENDING-HISTORY-FILE
           IF WS-PENDHIST-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           OPEN EXTEND INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF
           OPEN I-O INVOICE-INDEX-FILE
           IF WS-INVIDX-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-INDEX-FILE
               CLOSE INVOICE-INDEX-FILE
               OPEN I-O INVOICE-INDEX-FILE
           END-IF
           OPEN I-O CLIENT-MASTER-FILE
           MOVE ZEROS TO WS-LAST-PROVISIONAL
           MOVE "NO" TO WS-PEND-EOF
           PERFORM 110-READ-PENDING-HIST THRU 110-EXIT
               UNTIL WS-PEND-EOF = "YES"
           CLOSE PENDING-HISTORY-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE INVOICE-INDEX-FILE
           CLOSE CLIENT-MASTER-FILE.
       100-EXIT.

       110-READ-PENDING-HIST.
           READ PENDING-HISTORY-FILE INTO HIST-RECORD
               AT END
                   MOVE "YES" TO WS-PEND-EOF
                   GO TO 110-EXIT
           END-READ
           IF HIST-INVOICE-NUMBER NOT = WS-LAST-PROVISIONAL
               PERFORM 115-CHECK-PERIOD THRU 115-EXIT
           END-IF
           IF WS-SALE-HELD = "YES"
               MOVE HIST-INVOICE-NUMBER TO WS-LAST-PROVISIONAL
               PERFORM 140-HOLD-HIST-LINE THRU 140-EXIT
               GO TO 110-EXIT
           END-IF
           IF HIST-INVOICE-NUMBER NOT = WS-LAST-PROVISIONAL
               MOVE HIST-INVOICE-NUMBER TO WS-LAST-PROVISIONAL
               PERFORM 120-NEXT-INVOICE-NUMBER THRU 120-EXIT
               MOVE ZEROS TO WS-LINE-SEQ
               ADD 1 TO WS-INVOICES-POSTED
               MOVE WS-LAST-PROVISIONAL TO FRI-PROVISIONAL
               MOVE WS-FINAL-NUMBER TO FRI-FINAL
               MOVE HIST-CLIENT-NO TO FRI-CLIENT
               MOVE HIST-INVOICE-TOTAL TO FRI-TOTAL
               WRITE REPORT-RECORD FROM FR-INVOICE-LINE
               PERFORM 130-SETTLE-CLIENT THRU 130-EXIT
           END-IF
           MOVE WS-FINAL-NUMBER TO HIST-INVOICE-NUMBER
           WRITE HIST-RECORD
           ADD 1 TO WS-HIST-LINES-POSTED
           ADD 1 TO WS-LINE-SEQ
           MOVE WS-FINAL-NUMBER TO IX-INVOICE-NUMBER
           MOVE WS-LINE-SEQ TO IX-LINE-SEQ
           MOVE HIST-CLIENT-NO TO IX-CLIENT-NO
           MOVE HIST-RECORD TO IX-HIST-IMAGE
           WRITE IX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       110-EXIT.

      ******************************************************************
      * 115-CHECK-PERIOD ASKS PERIODCHK WHETHER THE SALE'S OWN DATE IS
      * IN AN OPEN MONTH. A SALE IN A CLOSED MONTH IS REPORTED AS NOT
      * POSTED AND ITS PROVISIONAL NUMBER IS HELD, SO ITS LINES STAY
      * PENDING.
      ******************************************************************
       115-CHECK-PERIOD.
           MOVE "NO" TO WS-SALE-HELD
           MOVE HIST-INVOICE-DATE TO PC-POST-DATE
           MOVE "SALEFWD" TO PC-PROGRAM
           MOVE SPACES TO PC-OPERATOR PC-DETAIL
           STRING "OFFLINE SALE " DELIMITED BY SIZE
               HIST-INVOICE-NUMBER DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED = "Y"
               GO TO 115-EXIT
           END-IF
           MOVE "YES" TO WS-SALE-HELD
           ADD 1 TO WS-SALES-HELD
           IF WS-HELD-COUNT < 2000
               ADD 1 TO WS-HELD-COUNT
               MOVE HIST-INVOICE-NUMBER
                   TO WS-HELD-NUMBER (WS-HELD-COUNT)
           END-IF
           MOVE HIST-INVOICE-NUMBER TO FRN-PROVISIONAL
           MOVE HIST-CLIENT-NO TO FRN-CLIENT
           MOVE HIST-INVOICE-TOTAL TO FRN-TOTAL
           WRITE REPORT-RECORD FROM FR-HELD-LINE
           MOVE HIST-INVOICE-NUMBER TO FRE-INVOICE
           MOVE SPACES TO FRE-TEXT
           STRING "SALE DATED " DELIMITED BY SIZE
               HIST-INVOICE-DATE DELIMITED BY SIZE
               " IN A CLOSED MONTH - LEFT PENDING" DELIMITED BY SIZE
               INTO FRE-TEXT
           END-STRING
           WRITE REPORT-RECORD FROM FR-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       115-EXIT.

      ******************************************************************
      * 120-NEXT-INVOICE-NUMBER DRAWS THE NEXT REAL NUMBER OFF THE
      * SHARED COUNTER THE SAME WAY THE REGISTER DOES (READ, ADD ONE,
      * WRITE BACK AT ONCE) AND REMEMBERS THE PAIRING.
      ******************************************************************
       120-NEXT-INVOICE-NUMBER.
           OPEN INPUT INVOICE-COUNTER-FILE
           IF WS-CTRFILE-STATUS NOT = "00"
               MOVE ZEROS TO CTR-RECORD
           ELSE
               READ INVOICE-COUNTER-FILE
                   AT END MOVE ZEROS TO CTR-RECORD
               END-READ
               CLOSE INVOICE-COUNTER-FILE
           END-IF
           ADD 1 TO CTR-RECORD
           MOVE CTR-RECORD TO WS-FINAL-NUMBER
           OPEN OUTPUT INVOICE-COUNTER-FILE
           WRITE CTR-RECORD
           CLOSE INVOICE-COUNTER-FILE
           IF WS-MAP-COUNT < 2000
               ADD 1 TO WS-MAP-COUNT
               SET MAP-IDX TO WS-MAP-COUNT
               MOVE WS-LAST-PROVISIONAL TO WS-MAP-PROVISIONAL (MAP-IDX)
               MOVE WS-FINAL-NUMBER TO WS-MAP-FINAL (MAP-IDX)
           END-IF.
       120-EXIT.

      ******************************************************************
      * 130-SETTLE-CLIENT DOES FOR THE SALE WHAT THE REGISTER COULD
      * NOT DO OFFLINE: A CLIENT NO LONGER ON THE MASTER IS RE-ADDED
      * FROM THE SALE (AND REPORTED), THE LOYALTY POINTS ARE POSTED,
      * AND A CHECK TAKEN FROM A CLIENT ON RETURNED-CHECK HOLD IS
      * REPORTED FOR THE MANAGER TO FOLLOW UP.
      ******************************************************************
       130-SETTLE-CLIENT.
           IF HIST-CLIENT-NO = SPACES OR HIST-CLIENT-NO = ZEROS
               GO TO 130-EXIT
           END-IF
           COMPUTE WS-POINTS-EARNED = HIST-NET-SALE + HIST-SALES-TAX
           MOVE HIST-CLIENT-NO TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   INITIALIZE CM-MASTER-RECORD
                   MOVE HIST-CLIENT-NO TO CM-CLIENT-NO
                   MOVE HIST-NAME TO CM-CLIENT-NAME
                   MOVE HIST-ADDRESS TO CM-CLIENT-ADDRESS
                   MOVE HIST-PHONE TO CM-CLIENT-PHONE
                   MOVE HIST-CITY-STATE-ZIP TO CM-CLIENT-CITY-STATE-ZIP
                   MOVE WS-POINTS-EARNED TO CM-LOYALTY-POINTS
                   MOVE "A" TO CM-ACTIVE-FLAG
                   WRITE CM-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "CLIENT NOT ON MASTER (PURGED?) - RE-ADDED "
                       & "FROM THE SALE" TO FRE-TEXT
                   PERFORM 800-WRITE-EXCEPTION THRU 800-EXIT
                   GO TO 130-EXIT
           END-READ
           ADD WS-POINTS-EARNED TO CM-LOYALTY-POINTS
           REWRITE CM-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF CM-CHECKS-REFUSED AND HIST-PAY-CHECK-AMT > ZEROS
               MOVE "CHECK TAKEN FROM A CLIENT ON RETURNED-CHECK HOLD"
                   TO FRE-TEXT
               PERFORM 800-WRITE-EXCEPTION THRU 800-EXIT
           END-IF
           IF CM-ACTIVE-FLAG = "I"
               MOVE "CLIENT IS FLAGGED INACTIVE" TO FRE-TEXT
               PERFORM 800-WRITE-EXCEPTION THRU 800-EXIT
           END-IF.
       130-EXIT.

      ******************************************************************
      * 140-HOLD-HIST-LINE KEEPS A HELD SALE'S PENDING HISTORY LINE,
      * AS READ, FOR 400-CLEAR-PENDING TO WRITE BACK. 150-HOLD-LINE-
      * LOST REPORTS A LINE THAT NO LONGER FITS THE HOLD TABLES.
      ******************************************************************
       140-HOLD-HIST-LINE.
           IF WS-HELD-HIST-COUNT NOT < 2000
               MOVE WS-LAST-PROVISIONAL TO FRE-INVOICE
               PERFORM 150-HOLD-LINE-LOST THRU 150-EXIT
               GO TO 140-EXIT
           END-IF
           ADD 1 TO WS-HELD-HIST-COUNT
           MOVE PENDING-HIST-RECORD
               TO WS-HELD-HIST (WS-HELD-HIST-COUNT).
       140-EXIT.

       150-HOLD-LINE-LOST.
           MOVE "TOO MANY LINES HELD PENDING - LINE DROPPED, RE-KEY "
               & "THE SALE" TO FRE-TEXT
           WRITE REPORT-RECORD FROM FR-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       150-EXIT.

      ******************************************************************
      * 200-FORWARD-DETAIL POSTS EACH PENDING DETAIL LINE UNDER ITS
      * SALE'S REAL NUMBER AND RELIEVES THE ON-HAND COUNT IN THE
      * STORE'S OWN BUCKET.
      ******************************************************************
       200-FORWARD-DETAIL.
           OPEN INPUT PENDING-DETAIL-FILE
           IF WS-PENDDETL-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           OPEN EXTEND INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-DETAIL-FILE
           END-IF
           MOVE "NO" TO WS-PEND-EOF
           PERFORM 210-READ-PENDING-DETAIL THRU 210-EXIT
               UNTIL WS-PEND-EOF = "YES"
           CLOSE PENDING-DETAIL-FILE
           CLOSE INVOICE-DETAIL-FILE.
       200-EXIT.

       210-READ-PENDING-DETAIL.
           READ PENDING-DETAIL-FILE INTO DT-RECORD
               AT END
                   MOVE "YES" TO WS-PEND-EOF
                   GO TO 210-EXIT
           END-READ
           MOVE DT-INVOICE-NUMBER TO WS-HELD-CHECK
           PERFORM 260-FIND-HELD-SALE THRU 260-EXIT
           IF WS-HELD-FOUND = "YES"
               IF WS-HELD-DETL-COUNT < 2000
                   ADD 1 TO WS-HELD-DETL-COUNT
                   MOVE PENDING-DETAIL-RECORD
                       TO WS-HELD-DETL (WS-HELD-DETL-COUNT)
               ELSE
                   MOVE DT-INVOICE-NUMBER TO FRE-INVOICE
                   PERFORM 150-HOLD-LINE-LOST THRU 150-EXIT
               END-IF
               GO TO 210-EXIT
           END-IF
           PERFORM 250-FIND-FINAL-NUMBER THRU 250-EXIT
           IF WS-MAP-FOUND = "NO"
               MOVE DT-INVOICE-NUMBER TO FRE-INVOICE
               MOVE SPACES TO FRE-TEXT
               STRING "DETAIL LINE " DELIMITED BY SIZE
                   DT-ITEM-CODE DELIMITED BY SPACES
                   " HAS NO PENDING SALE - NOT POSTED"
                       DELIMITED BY SIZE
                   INTO FRE-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM FR-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 210-EXIT
           END-IF
           MOVE WS-FINAL-NUMBER TO DT-INVOICE-NUMBER
           WRITE DT-RECORD
           ADD 1 TO WS-DETAIL-LINES-POSTED
           PERFORM 220-RELIEVE-ITEM THRU 220-EXIT.
       210-EXIT.

      ******************************************************************
      * 220-RELIEVE-ITEM TAKES THE LINE'S QUANTITY OFF THE SHARED
      * ON-HAND COUNT. THE OFFLINE REGISTER ONLY SAW ITS OWN
      * SNAPSHOT, SO SHORT STOCK IS POSSIBLE HERE: THE COUNT STOPS
      * AT ZERO, AS THE REGISTER'S OWN RELIEF DOES, AND THE
      * SHORTFALL IS REPORTED.
      ******************************************************************
       220-RELIEVE-ITEM.
           MOVE DT-ITEM-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE SPACES TO FRE-TEXT
                   STRING "ITEM " DELIMITED BY SIZE
                       DT-ITEM-CODE DELIMITED BY SPACES
                       " NO LONGER ON INVENTORY - NOT RELIEVED"
                           DELIMITED BY SIZE
                       INTO FRE-TEXT
                   END-STRING
                   PERFORM 800-WRITE-EXCEPTION THRU 800-EXIT
                   GO TO 220-EXIT
           END-READ
           IF DT-STORE-NO = 2
               MOVE INV-QTY-STORE2 TO WS-ON-HAND
           ELSE
               MOVE INV-QTY-ON-HAND TO WS-ON-HAND
           END-IF
           MOVE WS-ON-HAND TO WS-LEDGER-BEFORE
           IF DT-QTY > WS-ON-HAND
               COMPUTE WS-SHORT-QTY = DT-QTY - WS-ON-HAND
               MOVE ZEROS TO WS-ON-HAND
               MOVE SPACES TO FRE-TEXT
               STRING "STOCK WENT NEGATIVE ON " DELIMITED BY SIZE
                   DT-ITEM-CODE DELIMITED BY SPACES
                   " - SHORT " DELIMITED BY SIZE
                   WS-SHORT-QTY DELIMITED BY SIZE
                   ", COUNT SET TO ZERO" DELIMITED BY SIZE
                   INTO FRE-TEXT
               END-STRING
               PERFORM 800-WRITE-EXCEPTION THRU 800-EXIT
           ELSE
               SUBTRACT DT-QTY FROM WS-ON-HAND
           END-IF
           IF DT-STORE-NO = 2
               MOVE WS-ON-HAND TO INV-QTY-STORE2
           ELSE
               MOVE WS-ON-HAND TO INV-QTY-ON-HAND
           END-IF
           REWRITE INV-RECORD
               INVALID KEY
                   GO TO 220-EXIT
           END-REWRITE
           MOVE DT-ITEM-CODE TO SK-ITEM-CODE
           MOVE 1 TO SK-STORE-NO
           IF DT-STORE-NO = 2
               MOVE 2 TO SK-STORE-NO
           END-IF
           MOVE "S" TO SK-MOVE-TYPE
           COMPUTE SK-QTY = WS-ON-HAND - WS-LEDGER-BEFORE
           MOVE ZEROS TO SK-UNIT-COST
           IF DT-UNIT-COST NUMERIC
               MOVE DT-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE DT-INVOICE-NUMBER TO SK-SOURCE-DOC
           MOVE "BTCH" TO SK-OPERATOR
           MOVE "SALEFWD" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       220-EXIT.

      * Looks DT-INVOICE-NUMBER up in the run's cross-reference.

       250-FIND-FINAL-NUMBER.
           MOVE "NO" TO WS-MAP-FOUND
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND = "YES"
               IF WS-MAP-PROVISIONAL (MAP-IDX) = DT-INVOICE-NUMBER
                   MOVE "YES" TO WS-MAP-FOUND
                   MOVE WS-MAP-FINAL (MAP-IDX) TO WS-FINAL-NUMBER
               END-IF
           END-PERFORM.
       250-EXIT.

      * Sets WS-HELD-FOUND when WS-HELD-CHECK is a sale held pending
      * for a closed month.

       260-FIND-HELD-SALE.
           MOVE "NO" TO WS-HELD-FOUND
           PERFORM 265-CHECK-HELD-SALE THRU 265-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR WS-HELD-FOUND = "YES".
       260-EXIT.

       265-CHECK-HELD-SALE.
           IF WS-HELD-NUMBER (WS-HELD-SUB) = WS-HELD-CHECK
               MOVE "YES" TO WS-HELD-FOUND
           END-IF.
       265-EXIT.

      ******************************************************************
      * 300-FORWARD-OVERRIDES APPENDS THE OFFLINE OVERRIDE ATTEMPTS
      * TO THE SHARED AUDIT LOG UNDER THE REAL NUMBERS. AN ATTEMPT ON
      * A SALE THAT WAS NEVER COMPLETED KEEPS ITS PROVISIONAL NUMBER -
      * OVRAUDIT STILL SEES WHO TRIED WHAT.
      ******************************************************************
       300-FORWARD-OVERRIDES.
           OPEN INPUT PENDING-OVERRIDE-FILE
           IF WS-PENDOVR-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           OPEN EXTEND OVERRIDE-AUDIT-FILE
           IF WS-OVRAUDIT-STATUS NOT = "00"
               OPEN OUTPUT OVERRIDE-AUDIT-FILE
           END-IF
           MOVE "NO" TO WS-PEND-EOF
           PERFORM 310-READ-PENDING-OVERRIDE THRU 310-EXIT
               UNTIL WS-PEND-EOF = "YES"
           CLOSE PENDING-OVERRIDE-FILE
           CLOSE OVERRIDE-AUDIT-FILE.
       300-EXIT.

       310-READ-PENDING-OVERRIDE.
           READ PENDING-OVERRIDE-FILE INTO OVA-RECORD
               AT END
                   MOVE "YES" TO WS-PEND-EOF
                   GO TO 310-EXIT
           END-READ
           MOVE OVA-INVOICE-NUMBER TO WS-HELD-CHECK
           PERFORM 260-FIND-HELD-SALE THRU 260-EXIT
           IF WS-HELD-FOUND = "YES"
               IF WS-HELD-OVR-COUNT < 2000
                   ADD 1 TO WS-HELD-OVR-COUNT
                   MOVE PENDING-OVERRIDE-RECORD
                       TO WS-HELD-OVR (WS-HELD-OVR-COUNT)
               ELSE
                   MOVE OVA-INVOICE-NUMBER TO FRE-INVOICE
                   PERFORM 150-HOLD-LINE-LOST THRU 150-EXIT
               END-IF
               GO TO 310-EXIT
           END-IF
           MOVE OVA-INVOICE-NUMBER TO DT-INVOICE-NUMBER
           PERFORM 250-FIND-FINAL-NUMBER THRU 250-EXIT
           IF WS-MAP-FOUND = "YES"
               MOVE WS-FINAL-NUMBER TO OVA-INVOICE-NUMBER
           END-IF
           WRITE OVA-RECORD
           ADD 1 TO WS-OVERRIDES-POSTED.
       310-EXIT.

      ******************************************************************
      * 400-CLEAR-PENDING EMPTIES THE PENDING FILES NOW THAT EVERY
      * LINE IN THEM IS POSTED, WRITING BACK ONLY THE LINES OF SALES
      * HELD FOR A CLOSED MONTH.
      ******************************************************************
       400-CLEAR-PENDING.
           OPEN OUTPUT PENDING-HISTORY-FILE
           PERFORM 410-PUT-HELD-HIST THRU 410-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-HIST-COUNT
           CLOSE PENDING-HISTORY-FILE
           OPEN OUTPUT PENDING-DETAIL-FILE
           PERFORM 420-PUT-HELD-DETAIL THRU 420-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-DETL-COUNT
           CLOSE PENDING-DETAIL-FILE
           OPEN OUTPUT PENDING-OVERRIDE-FILE
           PERFORM 430-PUT-HELD-OVERRIDE THRU 430-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-OVR-COUNT
           CLOSE PENDING-OVERRIDE-FILE.
       400-EXIT.

       410-PUT-HELD-HIST.
           WRITE PENDING-HIST-RECORD FROM WS-HELD-HIST (WS-HELD-SUB).
       410-EXIT.

       420-PUT-HELD-DETAIL.
           WRITE PENDING-DETAIL-RECORD
               FROM WS-HELD-DETL (WS-HELD-SUB).
       420-EXIT.

       430-PUT-HELD-OVERRIDE.
           WRITE PENDING-OVERRIDE-RECORD
               FROM WS-HELD-OVR (WS-HELD-SUB).
       430-EXIT.

      ******************************************************************
      * 500-REFRESH-SNAPSHOT REBUILDS THE REGISTER'S LOCAL COPIES FROM
      * THE SHARED FILES - THE INVENTORY RECORD BY RECORD (AFTER THIS
      * RUN'S RELIEF, SO THE COUNTS ARE CURRENT), THE LINE FILES BY
      * STRAIGHT COPY. A SHARED LINE FILE NOT ON HAND LEAVES AN EMPTY
      * COPY, WHICH THE REGISTER TREATS EXACTLY AS IT TREATS THE
      * MISSING SHARED FILE.
      ******************************************************************
       500-REFRESH-SNAPSHOT.
           CLOSE INVENTORY-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN OUTPUT SNAP-INVENTORY-FILE
           IF WS-SNAPINV-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE THE LOCAL INVENTORY SNAPSHOT - "
                   "STATUS " WS-SNAPINV-STATUS
               GO TO 500-COPY-LINE-FILES
           END-IF
           MOVE "NO" TO WS-INV-EOF
           PERFORM 510-COPY-INVENTORY THRU 510-EXIT
               UNTIL WS-INV-EOF = "YES"
           CLOSE SNAP-INVENTORY-FILE.
       500-COPY-LINE-FILES.
           MOVE UT-SYS-STXFILE TO WS-COPY-FROM
           MOVE RL-SNAP-STATETAX TO WS-COPY-TO
           PERFORM 520-COPY-LINE-FILE THRU 520-EXIT
           MOVE UT-SYS-PROMO TO WS-COPY-FROM
           MOVE RL-SNAP-PROMO TO WS-COPY-TO
           PERFORM 520-COPY-LINE-FILE THRU 520-EXIT
           MOVE UT-SYS-KITDEF TO WS-COPY-FROM
           MOVE RL-SNAP-KITDEF TO WS-COPY-TO
           PERFORM 520-COPY-LINE-FILE THRU 520-EXIT
           MOVE UT-SYS-SUPERSED TO WS-COPY-FROM
           MOVE RL-SNAP-SUPERSED TO WS-COPY-TO
           PERFORM 520-COPY-LINE-FILE THRU 520-EXIT
           MOVE UT-SYS-OPERATOR TO WS-COPY-FROM
           MOVE RL-SNAP-OPERATOR TO WS-COPY-TO
           PERFORM 520-COPY-LINE-FILE THRU 520-EXIT
           MOVE UT-SYS-STORECTL TO WS-COPY-FROM
           MOVE RL-SNAP-STORECTL TO WS-COPY-TO
           PERFORM 520-COPY-LINE-FILE THRU 520-EXIT.
       500-EXIT.

       510-COPY-INVENTORY.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-INV-EOF
               NOT AT END
                   WRITE SNAP-RECORD FROM INV-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-SNAP-ITEMS
           END-READ.
       510-EXIT.

       520-COPY-LINE-FILE.
           OPEN OUTPUT COPY-TO-FILE
           IF WS-COPYTO-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE " WS-COPY-TO
               GO TO 520-EXIT
           END-IF
           OPEN INPUT COPY-FROM-FILE
           IF WS-COPYFROM-STATUS NOT = "00"
               CLOSE COPY-TO-FILE
               GO TO 520-EXIT
           END-IF
           MOVE "NO" TO WS-COPY-EOF
           PERFORM 530-COPY-ONE-LINE THRU 530-EXIT
               UNTIL WS-COPY-EOF = "YES"
           CLOSE COPY-FROM-FILE
           CLOSE COPY-TO-FILE.
       520-EXIT.

       530-COPY-ONE-LINE.
           READ COPY-FROM-FILE
               AT END
                   MOVE "YES" TO WS-COPY-EOF
               NOT AT END
                   WRITE COPY-TO-RECORD FROM COPY-FROM-RECORD
           END-READ.
       530-EXIT.

      ******************************************************************
      * 700-WRITE-TOTALS CLOSES THE REPORT WITH THE RUN'S COUNTS.
      ******************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SALES FORWARDED" TO FRT-LABEL
           MOVE WS-INVOICES-POSTED TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE
           MOVE "HISTORY LINES POSTED" TO FRT-LABEL
           MOVE WS-HIST-LINES-POSTED TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE
           MOVE "DETAIL LINES POSTED" TO FRT-LABEL
           MOVE WS-DETAIL-LINES-POSTED TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE
           MOVE "OVERRIDE ATTEMPTS POSTED" TO FRT-LABEL
           MOVE WS-OVERRIDES-POSTED TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE
           MOVE "SALES LEFT PENDING - MONTH CLOSED" TO FRT-LABEL
           MOVE WS-SALES-HELD TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE
           MOVE "EXCEPTIONS - SEE ** LINES" TO FRT-LABEL
           MOVE WS-EXCEPTION-COUNT TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE
           MOVE "ITEMS ON THE REFRESHED SNAPSHOT" TO FRT-LABEL
           MOVE WS-SNAP-ITEMS TO FRT-COUNT
           WRITE REPORT-RECORD FROM FR-TOTAL-LINE.
       700-EXIT.

      ******************************************************************
      * 800-WRITE-EXCEPTION PRINTS FRE-TEXT AGAINST THE REAL INVOICE
      * NUMBER OF THE SALE BEING POSTED.
      ******************************************************************
       800-WRITE-EXCEPTION.
           MOVE WS-FINAL-NUMBER TO FRE-INVOICE
           WRITE REPORT-RECORD FROM FR-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       800-EXIT.

      ******************************************************************
      * 900-TAKE-LOCK TAKES THE NAMED LOCK IN FL-LOCK-NAME. A BATCH
      * RUN DOES NOT WAIT OR GO AHEAD UNLOCKED - A HELD LOCK IS
      * REPORTED AND WS-LOCK-NAME-HELD SAYS "NO".
      ******************************************************************
       900-TAKE-LOCK.
           MOVE "NO" TO WS-LOCK-NAME-HELD
           MOVE "A" TO FL-REQUEST
           MOVE "SALEFWD" TO FL-PROGRAM
           MOVE "BTCH" TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           IF FL-RESULT = "G" OR FL-RESULT = "S"
               MOVE "YES" TO WS-LOCK-NAME-HELD
           ELSE
               DISPLAY FL-LOCK-NAME " LOCKED BY " FL-HOLDER-PROGRAM
                   " OPER " FL-HOLDER-OPERATOR
                   " - NOTHING FORWARDED, RUN AGAIN LATER"
           END-IF.
       900-EXIT.

       910-DROP-LOCKS.
           MOVE "R" TO FL-REQUEST
           MOVE "SALEFWD" TO FL-PROGRAM
           MOVE "BTCH" TO FL-OPERATOR
           IF WS-INV-LOCK-HELD = "YES"
               MOVE "INVENTORY" TO FL-LOCK-NAME
               CALL "FILELOCK" USING FL-PARMS
               MOVE "NO" TO WS-INV-LOCK-HELD
           END-IF
           IF WS-CM-LOCK-HELD = "YES"
               MOVE "R" TO FL-REQUEST
               MOVE "CLIENTMS" TO FL-LOCK-NAME
               CALL "FILELOCK" USING FL-PARMS
               MOVE "NO" TO WS-CM-LOCK-HELD
           END-IF.
       910-EXIT.
