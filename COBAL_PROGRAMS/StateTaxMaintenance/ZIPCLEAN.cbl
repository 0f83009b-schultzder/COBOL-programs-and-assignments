       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZIPCLEAN.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Client address cleanup report. Before the ZIP reference
      * existed the city/state/ZIP line was free text, so the client
      * master and the invoice history hold addresses the new check
      * (the shared ZIPCHK subprogram) would refuse. This lists them
      * so the desk can correct the master through CLIENTMNT:
      *
      *   1. every client master record whose address line fails the
      *      check, with what is wrong and the line rebuilt from the
      *      ZIP reference where the ZIP is on file;
      *   2. every invoice in the history from the last so-many days
      *      (asked for, 365 by default) whose address line fails it
      *      - one line per invoice, not per bike.
      *
      * The register and TAXREMIT both take the tax state from the
      * address line, so an invoice whose state is not the ZIP's
      * state was taxed for the wrong state and is flagged TAX for
      * whoever prepares the remittance.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared indexed client master, read
      * in key order.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the invoice history file.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the cleanup report.

       SELECT CLEANUP-REPORT-FILE
               ASSIGN TO UT-SYS-ZIPCLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared client master.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the cleanup report.

       FD  CLEANUP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-CLIENT-EOF                   PIC XXX VALUE "NO".
          05 WS-HIST-EOF                     PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-DAYS-BACK                    PIC 9(4).
          05 WS-LAST-INVOICE                 PIC 9(6) VALUE 0.
          05 WS-PROBLEM                      PIC X(20).
          05 WS-CLIENTS-READ                 PIC 9(6) VALUE 0.
          05 WS-CLIENTS-FAILED               PIC 9(6) VALUE 0.
          05 WS-INVOICES-READ                PIC 9(6) VALUE 0.
          05 WS-INVOICES-FAILED              PIC 9(6) VALUE 0.
          05 WS-TAX-FLAGGED                  PIC 9(6) VALUE 0.
          05 WS-FILL-COUNT                   PIC 9(6) VALUE 0.
          05 WS-MISMATCH-COUNT               PIC 9(6) VALUE 0.
          05 WS-UNKNOWN-COUNT                PIC 9(6) VALUE 0.
          05 WS-NO-ZIP-COUNT                 PIC 9(6) VALUE 0.

      * Report lines.

       01 RT-HEADING1.
          05                                 PIC X(40)
                    VALUE "CLIENT ADDRESS CLEANUP - ZIP CHECK AS OF".
          05                                 PIC X     VALUE SPACE.
          05 RTH-TODAY                       PIC 9(8).
          05                                 PIC X(83) VALUE SPACES.

       01 RT-SECTION.
          05 RTS-TEXT                        PIC X(132).

       01 RT-CLIENT-HEADING.
          05                                 PIC X(54)
                  VALUE "CLNT  NAME                      ON FILE".
          05                                 PIC X(44)
                  VALUE " PROBLEM              SUGGESTED".
          05                                 PIC X(34) VALUE SPACES.

       01 RT-CLIENT-DETAIL.
          05 RTC-CLIENT-NO                   PIC X(5).
          05                                 PIC X     VALUE SPACE.
          05 RTC-NAME                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 RTC-ON-FILE                     PIC X(22).
          05                                 PIC X     VALUE SPACE.
          05 RTC-PROBLEM                     PIC X(20).
          05                                 PIC X     VALUE SPACE.
          05 RTC-SUGGESTED                   PIC X(22).
          05                                 PIC X(34) VALUE SPACES.

       01 RT-INVOICE-HEADING.
          05                                 PIC X(44)
                  VALUE "INV NO DATE     CLNT  ON INVOICE            ".
          05                                 PIC X(44)
                  VALUE "   PROBLEM              SUGGESTED           ".
          05                                 PIC X(44)
                  VALUE "   TAX STATE".

       01 RT-INVOICE-DETAIL.
          05 RTI-INVOICE                     PIC 9(6).
          05                                 PIC X     VALUE SPACE.
          05 RTI-DATE                        PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 RTI-CLIENT-NO                   PIC X(5).
          05                                 PIC X     VALUE SPACE.
          05 RTI-ON-FILE                     PIC X(22).
          05                                 PIC X(3)  VALUE SPACES.
          05 RTI-PROBLEM                     PIC X(20).
          05                                 PIC X     VALUE SPACE.
          05 RTI-SUGGESTED                   PIC X(22).
          05                                 PIC X     VALUE SPACE.
          05 RTI-TAX-FLAG                    PIC X(4).
          05 RTI-TAX-TEXT                    PIC X(37).

       01 RT-TAX-TEXT.
          05                                 PIC X(6)  VALUE "TAXED ".
          05 RTX-CHARGED                     PIC XX.
          05                                 PIC X(11)
                                    VALUE ", ZIP IS IN".
          05                                 PIC X     VALUE SPACE.
          05 RTX-ZIP-STATE                   PIC XX.
          05                                 PIC X(15) VALUE SPACES.

       01 RT-TOTAL.
          05 RTT-LABEL                       PIC X(44).
          05 RTT-COUNT                       PIC ZZZ,ZZ9.
          05                                 PIC X(81) VALUE SPACES.

      * Parameter block for the shared ZIPCHK city/state/ZIP check.

       COPY ZIPCKWS.

       01 WS-FILES.
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-ZIPCLRPT                 PIC X(60)
          VALUE "C:\COBOL\ZipCleanup.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE ASKS HOW FAR BACK TO READ THE HISTORY, MAKES
      * SURE THE ZIP REFERENCE IS ON HAND, AND WRITES BOTH SECTIONS.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-DAYS-BACK
           DISPLAY "DAYS OF INVOICE HISTORY TO CHECK (ENTER = 365)"
           ACCEPT WS-DAYS-BACK
           IF WS-DAYS-BACK = ZEROS
               MOVE 365 TO WS-DAYS-BACK
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - WS-DAYS-BACK)

      * A trial check tells us whether the reference is there at all -
      * without it every address would be listed as unchecked.

           MOVE "V" TO ZC-REQUEST
           MOVE "00000" TO ZC-CITY-STATE-ZIP
           CALL "ZIPCHK" USING ZC-PARMS
           IF ZC-NO-REFERENCE
               DISPLAY "NO ZIP REFERENCE ON HAND - RUN ZIPLOAD FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CLEANUP-REPORT-FILE
           MOVE WS-TODAY TO RTH-TODAY
           WRITE REPORT-RECORD FROM RT-HEADING1
           PERFORM 100-CHECK-CLIENTS THRU 100-EXIT
           PERFORM 200-CHECK-HISTORY THRU 200-EXIT
           PERFORM 900-WRITE-TOTALS THRU 900-EXIT
           CLOSE CLEANUP-REPORT-FILE
           MOVE "C" TO ZC-REQUEST
           CALL "ZIPCHK" USING ZC-PARMS
           DISPLAY "ADDRESS CLEANUP WRITTEN - " WS-CLIENTS-FAILED
               " CLIENTS, " WS-INVOICES-FAILED " INVOICES, "
               WS-TAX-FLAGGED " TAXED FOR THE WRONG STATE"
       STOP RUN.

      ******************************************************************
      * 100-CHECK-CLIENTS READS THE CLIENT MASTER IN KEY ORDER AND
      * LISTS EVERY ADDRESS LINE THE CHECK WOULD NOT TAKE AS IT IS.
      ******************************************************************
       100-CHECK-CLIENTS.
           MOVE "CLIENT MASTER ADDRESSES THAT FAIL THE ZIP CHECK"
               TO RTS-TEXT
           WRITE REPORT-RECORD FROM RT-SECTION
            AFTER ADVANCING 2 LINES
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               MOVE "  NO CLIENT MASTER ON HAND" TO RTS-TEXT
               WRITE REPORT-RECORD FROM RT-SECTION
                AFTER ADVANCING 1 LINE
               GO TO 100-EXIT
           END-IF
           WRITE REPORT-RECORD FROM RT-CLIENT-HEADING
            AFTER ADVANCING 1 LINE
           PERFORM 110-CHECK-ONE-CLIENT THRU 110-EXIT
               UNTIL WS-CLIENT-EOF = "YES"
           CLOSE CLIENT-MASTER-FILE.
       100-EXIT.

       110-CHECK-ONE-CLIENT.
           READ CLIENT-MASTER-FILE
               AT END
                   MOVE "YES" TO WS-CLIENT-EOF
                   GO TO 110-EXIT
           END-READ
           ADD 1 TO WS-CLIENTS-READ
           MOVE "V" TO ZC-REQUEST
           MOVE CM-CLIENT-CITY-STATE-ZIP TO ZC-CITY-STATE-ZIP
           CALL "ZIPCHK" USING ZC-PARMS
           IF ZC-VALID
               GO TO 110-EXIT
           END-IF
           PERFORM 800-NAME-PROBLEM THRU 800-EXIT
           ADD 1 TO WS-CLIENTS-FAILED
           MOVE CM-CLIENT-NO TO RTC-CLIENT-NO
           MOVE CM-CLIENT-NAME TO RTC-NAME
           MOVE CM-CLIENT-CITY-STATE-ZIP TO RTC-ON-FILE
           MOVE WS-PROBLEM TO RTC-PROBLEM
           MOVE ZC-SUGGESTED TO RTC-SUGGESTED
           WRITE REPORT-RECORD FROM RT-CLIENT-DETAIL
            AFTER ADVANCING 1 LINE.
       110-EXIT.

      ******************************************************************
      * 200-CHECK-HISTORY READS THE INVOICE HISTORY AND CHECKS THE
      * FIRST LINE OF EACH INVOICE DATED INSIDE THE WINDOW. A STATE
      * THAT IS NOT THE ZIP'S MEANS THE INVOICE WAS TAXED FOR THE
      * WRONG STATE.
      ******************************************************************
       200-CHECK-HISTORY.
           MOVE "INVOICE ADDRESSES THAT FAIL THE ZIP CHECK - FROM"
               TO RTS-TEXT
           MOVE WS-FROM-DATE TO RTS-TEXT (50:8)
           WRITE REPORT-RECORD FROM RT-SECTION
            AFTER ADVANCING 3 LINES
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS NOT = "00"
               MOVE "  NO INVOICE HISTORY ON HAND" TO RTS-TEXT
               WRITE REPORT-RECORD FROM RT-SECTION
                AFTER ADVANCING 1 LINE
               GO TO 200-EXIT
           END-IF
           WRITE REPORT-RECORD FROM RT-INVOICE-HEADING
            AFTER ADVANCING 1 LINE
           PERFORM 210-CHECK-ONE-INVOICE THRU 210-EXIT
               UNTIL WS-HIST-EOF = "YES"
           CLOSE INVOICE-HISTORY-FILE.
       200-EXIT.

       210-CHECK-ONE-INVOICE.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
                   GO TO 210-EXIT
           END-READ
           IF HIST-INVOICE-NUMBER = WS-LAST-INVOICE
               GO TO 210-EXIT
           END-IF
           MOVE HIST-INVOICE-NUMBER TO WS-LAST-INVOICE
           IF HIST-INVOICE-DATE NOT NUMERIC
               OR HIST-INVOICE-DATE < WS-FROM-DATE
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-INVOICES-READ
           MOVE "V" TO ZC-REQUEST
           MOVE HIST-CITY-STATE-ZIP TO ZC-CITY-STATE-ZIP
           CALL "ZIPCHK" USING ZC-PARMS
           IF ZC-VALID
               GO TO 210-EXIT
           END-IF
           PERFORM 800-NAME-PROBLEM THRU 800-EXIT
           ADD 1 TO WS-INVOICES-FAILED
           MOVE HIST-INVOICE-NUMBER TO RTI-INVOICE
           MOVE HIST-INVOICE-DATE TO RTI-DATE
           MOVE HIST-CLIENT-NO TO RTI-CLIENT-NO
           MOVE HIST-CITY-STATE-ZIP TO RTI-ON-FILE
           MOVE WS-PROBLEM TO RTI-PROBLEM
           MOVE ZC-SUGGESTED TO RTI-SUGGESTED
           MOVE SPACES TO RTI-TAX-FLAG RTI-TAX-TEXT
           IF ZC-STATE-MISMATCH
               MOVE "TAX " TO RTI-TAX-FLAG
               MOVE ZC-KEYED-STATE TO RTX-CHARGED
               MOVE ZC-REF-STATE TO RTX-ZIP-STATE
               MOVE RT-TAX-TEXT TO RTI-TAX-TEXT
               ADD 1 TO WS-TAX-FLAGGED
           END-IF
           WRITE REPORT-RECORD FROM RT-INVOICE-DETAIL
            AFTER ADVANCING 1 LINE.
       210-EXIT.

      ******************************************************************
      * 800-NAME-PROBLEM TURNS THE CHECK'S RESULT INTO THE PROBLEM
      * COLUMN AND COUNTS IT.
      ******************************************************************
       800-NAME-PROBLEM.
           EVALUATE TRUE
               WHEN ZC-FILLED AND ZC-KEYED-STATE = SPACES
                   MOVE "STATE MISSING" TO WS-PROBLEM
                   ADD 1 TO WS-FILL-COUNT
               WHEN ZC-FILLED
                   MOVE "CITY NOT THE ZIP'S" TO WS-PROBLEM
                   ADD 1 TO WS-FILL-COUNT
               WHEN ZC-STATE-MISMATCH
                   MOVE "STATE NOT THE ZIP'S" TO WS-PROBLEM
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN ZC-UNKNOWN-ZIP
                   MOVE "ZIP NOT ON FILE" TO WS-PROBLEM
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN OTHER
                   MOVE "NO 5-DIGIT ZIP" TO WS-PROBLEM
                   ADD 1 TO WS-NO-ZIP-COUNT
           END-EVALUATE.
       800-EXIT.

      ******************************************************************
      * 900-WRITE-TOTALS CLOSES THE REPORT WITH THE COUNTS.
      ******************************************************************
       900-WRITE-TOTALS.
           MOVE "CLIENT MASTER RECORDS CHECKED" TO RTT-LABEL
           MOVE WS-CLIENTS-READ TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 3 LINES
           MOVE "CLIENT ADDRESSES FAILING" TO RTT-LABEL
           MOVE WS-CLIENTS-FAILED TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "INVOICES CHECKED" TO RTT-LABEL
           MOVE WS-INVOICES-READ TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "INVOICE ADDRESSES FAILING" TO RTT-LABEL
           MOVE WS-INVOICES-FAILED TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "INVOICES TAXED FOR A STATE NOT THE ZIP'S" TO RTT-LABEL
           MOVE WS-TAX-FLAGGED TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "  CITY OR STATE TO FILL IN FROM THE ZIP" TO RTT-LABEL
           MOVE WS-FILL-COUNT TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 2 LINES
           MOVE "  STATE NOT THE ZIP'S" TO RTT-LABEL
           MOVE WS-MISMATCH-COUNT TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "  ZIP NOT ON THE REFERENCE" TO RTT-LABEL
           MOVE WS-UNKNOWN-COUNT TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE
           MOVE "  NO 5-DIGIT ZIP IN THE LINE" TO RTT-LABEL
           MOVE WS-NO-ZIP-COUNT TO RTT-COUNT
           WRITE REPORT-RECORD FROM RT-TOTAL
            AFTER ADVANCING 1 LINE.
       900-EXIT.
