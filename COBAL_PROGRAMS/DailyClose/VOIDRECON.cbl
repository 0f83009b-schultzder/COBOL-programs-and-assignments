       Date-Compiled. TBD.
      ******************************************************************
      * Void reconciliation report. Joins the append-only void log
      * (see copybooks/INVVOID.cpy) to the daily sales summary (see
      * copybooks/DLYSALES.cpy - one record per invoice off the
      * invoice history) and reports, in sections: voids
      * referencing invoice numbers that don't exist in the history,
      * invoices voided more than once, the dollar value voided per
      * day, and voids logged with no reason text - the checks that
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the printed report.

       FD  INVOICE-VOID-FILE.
           COPY INVVOID.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the printed report.


       01 WS-VARS.
          05 WS-VOID-EOF                     PIC XXX VALUE "NO".
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-MATCH-FOUND                  PIC XXX VALUE "NO".
          05 WS-SUB                          PIC 999.
          05 WS-SUB2                         PIC 999.
             10 WS-VD-ON-HIST                PIC XXX.
             10 WS-VD-REPORTED               PIC XXX.

      * One entry per invoice on the daily sales summary, with its
      * total.

       01 WS-HIST-TABLE.
          05 WS-HI-COUNT                     PIC 9(4) VALUE 0.
          05 VRD-AMOUNT                      PIC $$,$$$,$$9.99.
          05                                 PIC X(32) VALUE SPACES.

      * Parameter block for the shared SUMBUILD summary builder.

       COPY SUMBLDWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-VOIDFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceVoid.txt".
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-RECONRPT                 PIC X(60)
          VALUE "C:\COBOL\VoidRecon.txt".

      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 100-LOAD-VOIDS THRU 100-EXIT
           PERFORM 150-READY-SUMMARY THRU 150-EXIT
           PERFORM 200-LOAD-SUMMARY THRU 200-EXIT
           PERFORM 300-MATCH-VOIDS THRU 300-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
       STOP RUN.
       110-EXIT.

      ******************************************************************
      * 150-READY-SUMMARY HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO TODAY. A SUMMARY THAT IS BEING REBUILT, CANNOT BE WRITTEN,
      * OR DOES NOT BALANCE ENDS THE RUN - EVERY VOID WOULD OTHERWISE
      * RISK BEING LISTED AS AN ORPHAN.
      ******************************************************************
       150-READY-SUMMARY.
           MOVE "R" TO SB-REQUEST
           MOVE "VOIDRECO" TO SB-PROGRAM
           ACCEPT SB-NEEDED-DATE FROM DATE YYYYMMDD
           CALL "SUMBUILD" USING SB-PARMS
           EVALUATE SB-RESULT
               WHEN "B"
                   DISPLAY "DAILY SALES SUMMARY IS BEING REBUILT - "
                       "RUN THE REPORT AGAIN SHORTLY"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN "F"
                   DISPLAY "DAILY SALES SUMMARY COULD NOT BE WRITTEN"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN "X"
                   DISPLAY "DAILY SALES SUMMARY OUT OF BALANCE WITH "
                       "THE INVOICE HISTORY - RUN DAYSUM FOR THE PROOF"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       150-EXIT.

      ******************************************************************
      * 200-LOAD-SUMMARY BUILDS ONE TABLE ENTRY PER INVOICE ON THE
      * DAILY SALES SUMMARY, WHICH ALREADY CARRIES EACH ONCE.
      ******************************************************************
       200-LOAD-SUMMARY.
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS = "00"
               PERFORM 210-READ-SUMMARY THRU 210-EXIT
                   UNTIL WS-SUM-EOF = "YES"
               CLOSE DAILY-SALES-FILE
           END-IF
           IF SB-RESULT = "N"
               DISPLAY "NO INVOICE HISTORY ON FILE"
           END-IF.
       200-EXIT.

       210-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
               NOT AT END
                   IF SUM-INVOICE AND WS-HI-COUNT < 2000
                       ADD 1 TO WS-HI-COUNT
                       SET HI-IDX TO WS-HI-COUNT
                       MOVE SUM-INVOICE-NUMBER TO WS-HI-NUMBER (HI-IDX)
                       MOVE SUM-INVOICE-TOTAL TO WS-HI-TOTAL (HI-IDX)
                   END-IF
           END-READ.
       210-EXIT.
