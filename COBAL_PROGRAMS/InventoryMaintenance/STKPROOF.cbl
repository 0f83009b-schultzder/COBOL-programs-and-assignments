       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STKPROOF.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Month-end perpetual stock roll-forward. Every program that
      * changes an on-hand count on Inventory.dat posts the movement
      * to the stock ledger through STKPOST (see copybooks/
      * STKLEDG.cpy), so for every item and store the month proves
      * the way a bank statement does:
      *
      *   opening + receipts + transfers in - sales - parts issued
      *       - transfers out +/- adjustments = closing
      *
      * The opening is the on-hand the last close left behind (see
      * copybooks/STKBAL.cpy); the movements are the ledger records
      * posted since. A computed closing that does not agree with
      * INV-QTY-ON-HAND (store 1) or INV-QTY-STORE2 (store 2) is
      * flagged - stock moved by something that bypassed the ledger,
      * or a count file restored over live data. Receipts are net of
      * returns to vendor (VENDRTV) and sales net of customer
      * returns; adjustments take in cycle-count variances,
      * rentals out and back, new items, and keyed maintenance
      * changes.
      *
      * The nightly stream runs it unattended on the month's close
      * day (the processing calendar schedules it) and the close
      * rolls the balances forward. Run from the desk it asks whether
      * to close the month or only preview the proof so far; a
      * preview leaves the balance file alone.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed inventory file, read
      * in key order.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the perpetual stock ledger.

       SELECT STOCK-LEDGER-FILE
               ASSIGN TO UT-SYS-STKLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDG-STATUS.

      * Select statement for the month-end balance file - read for
      * the openings, rewritten by a close.

       SELECT STOCK-BALANCE-FILE
               ASSIGN TO UT-SYS-STKBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKBAL-STATUS.

      * Select statement for the roll-forward proof report.

       SELECT PROOF-REPORT-FILE
               ASSIGN TO UT-SYS-PROOFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the operator master behind the sign-on.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the shared run-log file - one record
      * per completed run, so the nightly stream's missed-run
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

      * File description for the perpetual stock ledger.

       FD  STOCK-LEDGER-FILE.
           COPY STKLEDG.

      * File description for the month-end balance file.

       FD  STOCK-BALANCE-FILE.
           COPY STKBAL.

      * File description for the roll-forward proof report.

       FD  PROOF-REPORT-FILE
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
          05 WS-STKLEDG-STATUS               PIC XX.
          05 WS-STKBAL-STATUS                PIC XX.
          05 WS-SCHEDFLAG-STATUS             PIC XX.
          05 WS-SCHEDULED-RUN                PIC XXX VALUE "NO".
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-LEDGER-EOF                   PIC XXX VALUE "NO".
          05 WS-BALANCE-EOF                  PIC XXX VALUE "NO".
          05 WS-BALANCE-ON-FILE              PIC XXX VALUE "NO".
          05 WS-CLOSE-MONTH                  PIC XXX VALUE "NO".
          05 WS-CLOSE-REPLY                  PIC X.
          05 WS-BUSINESS-DATE                PIC 9(8).
          05 WS-PRIOR-DATE                   PIC 9(8) VALUE 0.
          05 WS-PRIOR-COUNT                  PIC 9(8) VALUE 0.
          05 WS-LEDGER-COUNT                 PIC 9(8) VALUE 0.
          05 WS-LEDGER-UNMATCHED             PIC 9(7) VALUE 0.
          05 WS-ITEMS-DROPPED                PIC 9(5) VALUE 0.
          05 WS-SIGNED-QTY                   PIC S9(5).
          05 WS-ST-SUB                       PIC 9.
          05 WS-CLOSING-QTY                  PIC S9(7).
          05 WS-LINES-PRINTED                PIC 9(5) VALUE 0.
          05 WS-MISMATCHES                   PIC 9(5) VALUE 0.

      * One entry per inventory item, in key order, with the month's
      * movements accumulated per store (1 = INV-QTY-ON-HAND, 2 =
      * INV-QTY-STORE2). Sales, parts, and transfers out are held as
      * quantities off the shelf, so the roll-forward subtracts them.

       01 WS-ITEM-TABLE.
          05 WS-ITEM-COUNT                   PIC 9(4) VALUE 0.
          05 WS-ITEM-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-ITEM-COUNT
               ASCENDING KEY IS WS-IT-CODE
               INDEXED BY IT-IDX.
             10 WS-IT-CODE                   PIC X(10).
             10 WS-IT-STORE OCCURS 2 TIMES.
                15 WS-IT-OPEN                PIC S9(7).
                15 WS-IT-RECEIPTS            PIC S9(7).
                15 WS-IT-XFER-IN             PIC S9(7).
                15 WS-IT-SALES               PIC S9(7).
                15 WS-IT-PARTS               PIC S9(7).
                15 WS-IT-XFER-OUT            PIC S9(7).
                15 WS-IT-ADJUST              PIC S9(7).
                15 WS-IT-ON-HAND             PIC 9(5).

      * Report lines.

       01 RT-HEADING1.
          05                                 PIC X(33)
                         VALUE "STOCK ROLL-FORWARD PROOF - FROM ".
          05 RTH-FROM-DATE                   PIC 9(8).
          05                                 PIC X(4)  VALUE " TO ".
          05 RTH-TO-DATE                     PIC 9(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 RTH-MODE                        PIC X(25).

       01 RT-HEADING2.
          05                                 PIC X(13)
                                    VALUE "ITEM       ST".
          05                                 PIC X(35)
                   VALUE "   OPEN   RCPT  XF-IN  SALES  PARTS".
          05                                 PIC X(32)
                   VALUE " XF-OUT ADJUST  CLOSE ON-HND".

       01 RT-DETAIL.
          05 RTD-ITEM                        PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 RTD-STORE                       PIC 99.
          05 RTD-OPEN                        PIC ------9.
          05 RTD-RECEIPTS                    PIC ------9.
          05 RTD-XFER-IN                     PIC ------9.
          05 RTD-SALES                       PIC ------9.
          05 RTD-PARTS                       PIC ------9.
          05 RTD-XFER-OUT                    PIC ------9.
          05 RTD-ADJUST                      PIC ------9.
          05 RTD-CLOSE                       PIC ------9.
          05 RTD-ON-HAND                     PIC ------9.
          05                                 PIC X     VALUE SPACE.
          05 RTD-FLAG                        PIC X(3).

       01 RT-NOTE.
          05 RTN-TEXT                        PIC X(80).

       01 RT-TOTAL.
          05 RTT-LABEL                       PIC X(40).
          05 RTT-COUNT                       PIC ZZZZZZ9.
          05                                 PIC X(33) VALUE SPACES.

      * Operator sign-on and the shared OPCHECK permission check -
      * the STKPROOF function gates this program through the matrix
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

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SPOOLER print spool - the
      * finished proof is spooled in one call at end of run.

       COPY SPOOLWS.

       01 WS-FILES.
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-STKLEDG                  PIC X(60)
          VALUE "C:\COBOL\StockLedger.txt".
          05 UT-SYS-STKBAL                   PIC X(60)
          VALUE "C:\COBOL\StockBalance.txt".
          05 UT-SYS-PROOFRPT                 PIC X(60)
          VALUE "C:\COBOL\StockProof.txt".
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
           PERFORM 010-CHECK-SCHEDULED THRU 010-EXIT
           IF WS-SCHEDULED-RUN = "YES"

      * Launched by the nightly stream on the close day: no operator
      * to sign on (the run is stamped NITE) and the month is closed.

               MOVE "NITE" TO WS-OPERATOR-ID
               MOVE "YES" TO WS-CLOSE-MONTH
           ELSE
               PERFORM 020-OPERATOR-SIGNON THRU 020-EXIT
               DISPLAY "CLOSE THE MONTH (Y) OR PREVIEW ONLY (N)?"
               ACCEPT WS-CLOSE-REPLY
               IF WS-CLOSE-REPLY = "Y" OR WS-CLOSE-REPLY = "y"
                   MOVE "YES" TO WS-CLOSE-MONTH
               END-IF
           END-IF
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 100-LOAD-INVENTORY THRU 100-EXIT
           PERFORM 200-LOAD-BALANCES THRU 200-EXIT
           PERFORM 300-SCAN-LEDGER THRU 300-EXIT
           IF WS-BALANCE-ON-FILE = "NO"
               PERFORM 350-DERIVE-OPENINGS THRU 350-EXIT
                   VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-ITEM-COUNT
           END-IF
           PERFORM 400-WRITE-REPORT THRU 400-EXIT
           IF WS-CLOSE-MONTH = "YES"
               PERFORM 500-REWRITE-BALANCES THRU 500-EXIT
           END-IF
           MOVE "F" TO SP-REQUEST
           MOVE "STKPROOF" TO SP-REPORT-NAME
           MOVE UT-SYS-PROOFRPT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS = "G"
               DISPLAY "STOCK PROOF SPOOLED TO " SP-SPOOL-PATH
           END-IF
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
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
      * MASTER AND ASKS OPCHECK WHETHER THEY HOLD THE STKPROOF
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
           MOVE "STKPROOF" TO SO-PROGRAM
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
           MOVE "STKPROOF" TO PM-FUNCTION
           MOVE WS-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "THIS PROGRAM NEEDS THE STKPROOF FUNCTION - "
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
      * 100-LOAD-INVENTORY READS THE INVENTORY FILE IN KEY ORDER INTO
      * THE ITEM TABLE WITH EACH STORE'S ON-HAND COUNT AND ZEROED
      * ACCUMULATORS. NO INVENTORY FILE MEANS NOTHING TO PROVE.
      ******************************************************************
       100-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON HAND - STATUS "
                   WS-INVENTORY-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-READ-INVENTORY THRU 110-EXIT
               UNTIL WS-INV-EOF = "YES"
           CLOSE INVENTORY-FILE.
       100-EXIT.

       110-READ-INVENTORY.
           READ INVENTORY-FILE
               AT END
                   MOVE "YES" TO WS-INV-EOF
                   GO TO 110-EXIT
           END-READ
           IF WS-ITEM-COUNT = 3000
               ADD 1 TO WS-ITEMS-DROPPED
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET IT-IDX TO WS-ITEM-COUNT
           INITIALIZE WS-ITEM-ENTRY (IT-IDX)
           MOVE INV-CODE TO WS-IT-CODE (IT-IDX)
           MOVE INV-QTY-ON-HAND TO WS-IT-ON-HAND (IT-IDX, 1)
           IF INV-QTY-STORE2 NUMERIC
               MOVE INV-QTY-STORE2 TO WS-IT-ON-HAND (IT-IDX, 2)
           END-IF.
       110-EXIT.

      ******************************************************************
      * 200-LOAD-BALANCES TAKES THE OPENING QUANTITIES FROM THE LAST
      * CLOSE, AND FROM ITS HEADER HOW FAR INTO THE LEDGER THAT CLOSE
      * HAD READ. AN ITEM ADDED SINCE OPENS AT ZERO (ITS STOCK CAME
      * ON THROUGH THE LEDGER); AN ITEM RETIRED SINCE IS NOT ON THE
      * TABLE AND ITS BALANCE IS DROPPED.
      ******************************************************************
       200-LOAD-BALANCES.
           OPEN INPUT STOCK-BALANCE-FILE
           IF WS-STKBAL-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           MOVE "YES" TO WS-BALANCE-ON-FILE
           PERFORM 210-READ-BALANCE THRU 210-EXIT
               UNTIL WS-BALANCE-EOF = "YES"
           CLOSE STOCK-BALANCE-FILE.
       200-EXIT.

       210-READ-BALANCE.
           READ STOCK-BALANCE-FILE
               AT END
                   MOVE "YES" TO WS-BALANCE-EOF
                   GO TO 210-EXIT
           END-READ
           IF SB-HEADER
               MOVE SB-AS-OF-DATE TO WS-PRIOR-DATE
               MOVE SB-LEDGER-COUNT TO WS-PRIOR-COUNT
               GO TO 210-EXIT
           END-IF
           IF NOT SB-BALANCE OR WS-ITEM-COUNT = ZEROS
               GO TO 210-EXIT
           END-IF
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IT-CODE (IT-IDX) = SB-ITEM-CODE
                   MOVE SB-QTY-STORE1 TO WS-IT-OPEN (IT-IDX, 1)
                   MOVE SB-QTY-STORE2 TO WS-IT-OPEN (IT-IDX, 2)
           END-SEARCH.
       210-EXIT.

      ******************************************************************
      * 300-SCAN-LEDGER READS THE STOCK LEDGER, SKIPS THE RECORDS THE
      * LAST CLOSE ALREADY CONSUMED, AND ROLLS EVERY LATER MOVEMENT
      * INTO ITS ITEM AND STORE BY MOVEMENT TYPE. NO LEDGER MEANS NO
      * MOVEMENTS.
      ******************************************************************
       300-SCAN-LEDGER.
           OPEN INPUT STOCK-LEDGER-FILE
           IF WS-STKLEDG-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-LEDGER THRU 310-EXIT
               UNTIL WS-LEDGER-EOF = "YES"
           CLOSE STOCK-LEDGER-FILE.
       300-EXIT.

       310-READ-LEDGER.
           READ STOCK-LEDGER-FILE
               AT END
                   MOVE "YES" TO WS-LEDGER-EOF
                   GO TO 310-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-COUNT
           IF WS-LEDGER-COUNT NOT > WS-PRIOR-COUNT
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-READ
           IF SL-QTY NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 310-EXIT
           END-IF
           MOVE SL-QTY TO WS-SIGNED-QTY
           IF SL-QTY-SIGN = "-"
               COMPUTE WS-SIGNED-QTY = 0 - SL-QTY
           END-IF
           IF SL-STORE-NO = 2
               MOVE 2 TO WS-ST-SUB
           ELSE
               MOVE 1 TO WS-ST-SUB
           END-IF
           IF WS-ITEM-COUNT = ZEROS
               ADD 1 TO WS-LEDGER-UNMATCHED
               GO TO 310-EXIT
           END-IF
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   ADD 1 TO WS-LEDGER-UNMATCHED
                   GO TO 310-EXIT
               WHEN WS-IT-CODE (IT-IDX) = SL-ITEM-CODE
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN SL-RECEIPT
               WHEN SL-VENDOR-RETURN
                   ADD WS-SIGNED-QTY
                       TO WS-IT-RECEIPTS (IT-IDX, WS-ST-SUB)
               WHEN SL-TRANSFER-IN
                   ADD WS-SIGNED-QTY
                       TO WS-IT-XFER-IN (IT-IDX, WS-ST-SUB)
               WHEN SL-TRANSFER-OUT
                   SUBTRACT WS-SIGNED-QTY
                       FROM WS-IT-XFER-OUT (IT-IDX, WS-ST-SUB)
               WHEN SL-SALE
               WHEN SL-CUSTOMER-RETURN
                   SUBTRACT WS-SIGNED-QTY
                       FROM WS-IT-SALES (IT-IDX, WS-ST-SUB)
               WHEN SL-PART-ISSUED
                   SUBTRACT WS-SIGNED-QTY
                       FROM WS-IT-PARTS (IT-IDX, WS-ST-SUB)
               WHEN OTHER
                   ADD WS-SIGNED-QTY
                       TO WS-IT-ADJUST (IT-IDX, WS-ST-SUB)
           END-EVALUATE.
       310-EXIT.

      ******************************************************************
      * 350-DERIVE-OPENINGS BACKS THE OPENING OUT OF TODAY'S ON-HAND
      * FOR ONE ITEM WHEN NO CLOSE HAS EVER BEEN TAKEN - THE FIRST
      * MONTH CAN ONLY PROVE FROM HERE ON, AND THE REPORT SAYS SO.
      ******************************************************************
       350-DERIVE-OPENINGS.
           MOVE 1 TO WS-ST-SUB
           PERFORM 360-DERIVE-ONE-STORE THRU 360-EXIT
           MOVE 2 TO WS-ST-SUB
           PERFORM 360-DERIVE-ONE-STORE THRU 360-EXIT.
       350-EXIT.

       360-DERIVE-ONE-STORE.
           COMPUTE WS-IT-OPEN (IT-IDX, WS-ST-SUB) =
               WS-IT-ON-HAND (IT-IDX, WS-ST-SUB)
               - WS-IT-RECEIPTS (IT-IDX, WS-ST-SUB)
               - WS-IT-XFER-IN (IT-IDX, WS-ST-SUB)
               + WS-IT-SALES (IT-IDX, WS-ST-SUB)
               + WS-IT-PARTS (IT-IDX, WS-ST-SUB)
               + WS-IT-XFER-OUT (IT-IDX, WS-ST-SUB)
               - WS-IT-ADJUST (IT-IDX, WS-ST-SUB).
       360-EXIT.

      ******************************************************************
      * 400-WRITE-REPORT PRINTS ONE ROLL-FORWARD LINE PER ITEM AND
      * STORE WITH ANYTHING TO SHOW, FLAGGING *** WHERE THE COMPUTED
      * CLOSING AND THE ON-HAND COUNT DISAGREE, THEN THE TOTALS.
      ******************************************************************
       400-WRITE-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-PRIOR-DATE TO RTH-FROM-DATE
           MOVE WS-BUSINESS-DATE TO RTH-TO-DATE
           IF WS-CLOSE-MONTH = "YES"
               MOVE "MONTH CLOSED" TO RTH-MODE
           ELSE
               MOVE "PREVIEW - NOT CLOSED" TO RTH-MODE
           END-IF
           WRITE REPORT-RECORD FROM RT-HEADING1
           IF WS-BALANCE-ON-FILE = "NO"
               MOVE "NO PRIOR CLOSE ON FILE - OPENINGS DERIVED FROM "
                 & "THE ON-HAND COUNTS" TO RTN-TEXT
               WRITE REPORT-RECORD FROM RT-NOTE
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-LEDGER-COUNT < WS-PRIOR-COUNT
               MOVE "STOCK LEDGER IS SHORTER THAN AT THE LAST CLOSE - "
                 & "CHECK FOR A RESTORE" TO RTN-TEXT
               WRITE REPORT-RECORD FROM RT-NOTE
                AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-RECORD FROM RT-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 410-PRINT-ITEM THRU 410-EXIT
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-ITEM-COUNT
           MOVE "ITEM/STORE LINES PRINTED" TO RTT-LABEL
           MOVE WS-LINES-PRINTED TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 2 LINES
           MOVE "*** CLOSING DISAGREES WITH ON-HAND" TO RTT-LABEL
           MOVE WS-MISMATCHES TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "LEDGER MOVEMENTS THIS PERIOD" TO RTT-LABEL
           MOVE WS-RECORDS-READ TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           IF WS-LEDGER-UNMATCHED > ZEROS
               MOVE "MOVEMENTS FOR ITEMS NO LONGER ON FILE"
                   TO RTT-LABEL
               MOVE WS-LEDGER-UNMATCHED TO RTT-COUNT
               WRITE REPORT-RECORD FROM RT-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ITEMS-DROPPED > ZEROS
               MOVE "ITEMS BEYOND THE TABLE - NOT PROVED" TO RTT-LABEL
               MOVE WS-ITEMS-DROPPED TO RTT-COUNT
               WRITE REPORT-RECORD FROM RT-TOTAL
                AFTER ADVANCING 1 LINE
           END-IF
           CLOSE PROOF-REPORT-FILE
           DISPLAY "STOCK PROOF WRITTEN - " WS-MISMATCHES
               " ITEM/STORE MISMATCHES".
       400-EXIT.

       410-PRINT-ITEM.
           MOVE 1 TO WS-ST-SUB
           PERFORM 420-PRINT-STORE THRU 420-EXIT
           MOVE 2 TO WS-ST-SUB
           PERFORM 420-PRINT-STORE THRU 420-EXIT.
       410-EXIT.

       420-PRINT-STORE.
           COMPUTE WS-CLOSING-QTY =
               WS-IT-OPEN (IT-IDX, WS-ST-SUB)
               + WS-IT-RECEIPTS (IT-IDX, WS-ST-SUB)
               + WS-IT-XFER-IN (IT-IDX, WS-ST-SUB)
               - WS-IT-SALES (IT-IDX, WS-ST-SUB)
               - WS-IT-PARTS (IT-IDX, WS-ST-SUB)
               - WS-IT-XFER-OUT (IT-IDX, WS-ST-SUB)
               + WS-IT-ADJUST (IT-IDX, WS-ST-SUB)

      * Nothing opened, nothing moved, nothing on the shelf - no line.

           IF WS-IT-OPEN (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-RECEIPTS (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-XFER-IN (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-SALES (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-PARTS (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-XFER-OUT (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-ADJUST (IT-IDX, WS-ST-SUB) = ZEROS
               AND WS-IT-ON-HAND (IT-IDX, WS-ST-SUB) = ZEROS
               GO TO 420-EXIT
           END-IF
           MOVE WS-IT-CODE (IT-IDX) TO RTD-ITEM
           MOVE WS-ST-SUB TO RTD-STORE
           MOVE WS-IT-OPEN (IT-IDX, WS-ST-SUB) TO RTD-OPEN
           MOVE WS-IT-RECEIPTS (IT-IDX, WS-ST-SUB) TO RTD-RECEIPTS
           MOVE WS-IT-XFER-IN (IT-IDX, WS-ST-SUB) TO RTD-XFER-IN
           MOVE WS-IT-SALES (IT-IDX, WS-ST-SUB) TO RTD-SALES
           MOVE WS-IT-PARTS (IT-IDX, WS-ST-SUB) TO RTD-PARTS
           MOVE WS-IT-XFER-OUT (IT-IDX, WS-ST-SUB) TO RTD-XFER-OUT
           MOVE WS-IT-ADJUST (IT-IDX, WS-ST-SUB) TO RTD-ADJUST
           MOVE WS-CLOSING-QTY TO RTD-CLOSE
           MOVE WS-IT-ON-HAND (IT-IDX, WS-ST-SUB) TO RTD-ON-HAND
           IF WS-CLOSING-QTY = WS-IT-ON-HAND (IT-IDX, WS-ST-SUB)
               MOVE SPACES TO RTD-FLAG
           ELSE
               MOVE "***" TO RTD-FLAG
               ADD 1 TO WS-MISMATCHES
           END-IF
           WRITE REPORT-RECORD FROM RT-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINES-PRINTED.
       420-EXIT.

      ******************************************************************
      * 500-REWRITE-BALANCES CLOSES THE MONTH: THE HEADER RECORDS THE
      * BUSINESS DATE AND HOW MUCH OF THE LEDGER HAS NOW BEEN
      * CONSUMED, AND EVERY ITEM'S COUNTED ON-HAND BECOMES NEXT
      * MONTH'S OPENING. A MISMATCH IS CARRIED FORWARD AT THE COUNT,
      * NOT THE BOOK FIGURE - THE FLAG ON THIS MONTH'S PROOF IS WHERE
      * IT GETS CHASED.
      ******************************************************************
       500-REWRITE-BALANCES.
           OPEN OUTPUT STOCK-BALANCE-FILE
           MOVE SPACES TO SB-RECORD
           MOVE "H" TO SB-REC-TYPE
           MOVE WS-BUSINESS-DATE TO SB-AS-OF-DATE
           MOVE WS-LEDGER-COUNT TO SB-LEDGER-COUNT
           WRITE SB-RECORD
           PERFORM 510-WRITE-BALANCE THRU 510-EXIT
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-ITEM-COUNT
           CLOSE STOCK-BALANCE-FILE
           DISPLAY "MONTH CLOSED - BALANCES CARRIED FORWARD AS OF "
               WS-BUSINESS-DATE.
       500-EXIT.

       510-WRITE-BALANCE.
           MOVE "B" TO SB-REC-TYPE
           MOVE WS-IT-CODE (IT-IDX) TO SB-ITEM-CODE
           MOVE WS-IT-ON-HAND (IT-IDX, 1) TO SB-QTY-STORE1
           MOVE WS-IT-ON-HAND (IT-IDX, 2) TO SB-QTY-STORE2
           WRITE SB-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
       510-EXIT.

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
           MOVE "STKPROOF" TO RL-PROGRAM-NAME
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
