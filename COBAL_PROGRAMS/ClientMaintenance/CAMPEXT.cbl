       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CAMPEXT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Marketing campaign extract. Asks for a campaign code on the
      * campaign file (see copybooks/CAMPAIGN.cpy, kept by CAMPMNT)
      * and picks every client on the shared client master who meets
      * all of the campaign's selection rules:
      *
      *   SEGMENT        the client's segment on the client value
      *                  profile (see copybooks/CLPROFIL.cpy, written
      *                  monthly by CLIENTSG) is one of those listed
      *   REGION         the client holds an active booking to the
      *                  region on the booking master
      *   LAST PURCHASE  the profile's last purchase date falls in
      *                  the from/to range
      *   CATEGORY       the client has bought, on an invoice that
      *                  was not voided, an item whose merchandise
      *                  category on the inventory file is the one
      *                  named - found through the invoice detail
      *
      * A rule left blank or zero selects everyone. A client with no
      * profile record fails any segment or last-purchase rule.
      *
      * The extract honors the client's wishes before anything goes
      * out: inactive clients and clients who have asked not to be
      * mailed (CM-CONSENT-MAIL "N") are left off, as is anyone with
      * no street address to mail to. Purged clients are already off
      * the master. Each client picked goes to the mailing file
      * (CampaignMail.txt) for the mail house - with the phone
      * number only when the client allows calls, and a flag saying
      * whether e-mail follow-up is allowed - and to a four-line
      * address label (CampaignLabels.txt). The extract report
      * (CampaignExtract.txt) shows the rules and how many clients
      * each exclusion took off. The campaign is stamped with the
      * run date and the number extracted, for CAMPRPT's response
      * rate; rerunning replaces both files and the stamp.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the marketing campaign file.

       SELECT CAMPAIGN-FILE
               ASSIGN TO UT-SYS-CAMPAIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

      * Select statement for the shared client master file.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO UT-SYS-CLIENTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-CLIENTMS-STATUS.

      * Select statement for the client-profile file.

       SELECT PROFILE-FILE
               ASSIGN TO UT-SYS-PROFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

      * Select statement for the indexed booking master.

       SELECT BOOKING-FILE
               ASSIGN TO UT-SYS-BOOKING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOKING-NO
               FILE STATUS IS WS-BOOKING-STATUS.

      * Select statement for the invoice item detail file.

       SELECT INVOICE-DETAIL-FILE
               ASSIGN TO UT-SYS-INVDETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVDETL-STATUS.

      * Select statement for the shared indexed inventory file, read
      * for each detail line's merchandise category.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the invoice history file.

       SELECT INVOICE-HISTORY-FILE
               ASSIGN TO UT-SYS-HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.

      * Select statement for the invoice void log.

       SELECT INVOICE-VOID-FILE
               ASSIGN TO UT-SYS-VOIDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDFILE-STATUS.

      * Select statement for the mailing file.

       SELECT MAILING-FILE
               ASSIGN TO UT-SYS-MAILFILE
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the address labels.

       SELECT LABEL-FILE
               ASSIGN TO UT-SYS-LABELS
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the extract report.

       SELECT EXTRACT-REPORT-FILE
               ASSIGN TO UT-SYS-EXTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the marketing campaign file.

       FD  CAMPAIGN-FILE
           RECORD CONTAINS 110 CHARACTERS.
       COPY CAMPAIGN.

      * File description for the shared client master file.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

      * File description for the client-profile file.

       FD  PROFILE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CLPROFIL.

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       COPY BOOKING.

      * File description for the invoice item detail file.

       FD  INVOICE-DETAIL-FILE.
           COPY INVDETL.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the invoice history file.

       FD  INVOICE-HISTORY-FILE.
           COPY INVHIST.

      * File description for the invoice void log.

       FD  INVOICE-VOID-FILE.
           COPY INVVOID.

      * File description for the mailing file - one record per
      * client picked, for the mail house.

       FD  MAILING-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MAIL-RECORD.
           05 ML-CAMPAIGN-CODE               PIC X(6).
           05 ML-CLIENT-NO                   PIC X(5).
           05 ML-NAME                        PIC X(25).
           05 ML-ADDRESS                     PIC X(25).
           05 ML-CITY-STATE-ZIP              PIC X(22).
           05 ML-PHONE                       PIC X(15).
           05 ML-EMAIL-OK                    PIC X.
           05 ML-SEGMENT                     PIC X.

      * File description for the address labels.

       FD  LABEL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LABEL-RECORD                      PIC X(40).

      * File description for the extract report.

       FD  EXTRACT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                     PIC X(80).

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CAMPAIGN-STATUS              PIC XX.
          05 WS-CLIENTMS-STATUS              PIC XX.
          05 WS-PROFILE-STATUS               PIC XX.
          05 WS-BOOKING-STATUS               PIC XX.
          05 WS-INVDETL-STATUS               PIC XX.
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-HISTFILE-STATUS              PIC XX.
          05 WS-VOIDFILE-STATUS              PIC XX.
          05 WS-FILE-EOF                     PIC XXX.
          05 WS-MASTER-EOF                   PIC XXX VALUE "NO".
          05 WS-CLIENT-FOUND                 PIC XXX.
          05 WS-VOID-FOUND                   PIC XXX.
          05 WS-INV-FOUND                    PIC XXX.
          05 WS-PROFILE-ON-FILE              PIC XXX VALUE "NO".
          05 WS-CLIENT-PICKED                PIC XXX.
          05 WS-INPUT-CODE                   PIC X(6).
          05 WS-CAMP-SUB                     PIC 999.
          05 WS-SUB                          PIC 999.
          05 WS-TALLY                        PIC 9.
          05 WS-WORK-CLIENT-NO               PIC X(5).
          05 WS-WORK-CLIENT-NUM              PIC 9(5).
          05 WS-LAST-INVOICE-NO              PIC 9(6) VALUE 0.
          05 WS-SELECTED-COUNT               PIC 9(5) VALUE 0.
          05 WS-NO-MATCH-COUNT               PIC 9(5) VALUE 0.
          05 WS-INACTIVE-COUNT               PIC 9(5) VALUE 0.
          05 WS-NO-MAIL-COUNT                PIC 9(5) VALUE 0.
          05 WS-NO-ADDRESS-COUNT             PIC 9(5) VALUE 0.
          05 WS-PHONE-COUNT                  PIC 9(5) VALUE 0.
          05 WS-EMAIL-COUNT                  PIC 9(5) VALUE 0.

      * The whole campaign file, held so the chosen campaign can be
      * stamped and the file written back out.

       01 WS-CAMPAIGN-TABLE.
          05 WS-CG-COUNT                     PIC 999 VALUE 0.
          05 WS-CG-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-CG-COUNT.
             10 WS-CG-IMAGE                  PIC X(110).

      * Every master record, with what the selection rules need.

       01 WS-CLIENT-TABLE.
          05 WS-CL-COUNT                     PIC 999 VALUE 0.
          05 WS-CL-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-CL-COUNT
               INDEXED BY CL-IDX.
             10 WS-CL-CLIENT-NO              PIC X(5).
             10 WS-CL-NAME                   PIC X(25).
             10 WS-CL-ADDRESS                PIC X(25).
             10 WS-CL-CITY-STATE-ZIP         PIC X(22).
             10 WS-CL-PHONE                  PIC X(15).
             10 WS-CL-ACTIVE-FLAG            PIC X.
             10 WS-CL-CONSENT-MAIL           PIC X.
             10 WS-CL-CONSENT-PHONE          PIC X.
             10 WS-CL-CONSENT-EMAIL          PIC X.
             10 WS-CL-SEGMENT                PIC X.
             10 WS-CL-LAST-PURCHASE          PIC 9(8).
             10 WS-CL-REGION-HIT             PIC X.
             10 WS-CL-CATEGORY-HIT           PIC X.

      * Voided invoice numbers off the void log.

       01 WS-VOID-TABLE.
          05 WS-VOIDTBL-COUNT                PIC 999 VALUE 0.
          05 WS-VOIDTBL-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-VOIDTBL-COUNT
               INDEXED BY VD-IDX.
             10 WS-VOIDTBL-NUMBER            PIC 9(6).

      * Invoices with at least one line in the campaign's category.

       01 WS-CATEGORY-TABLE.
          05 WS-CI-COUNT                     PIC 9(4) VALUE 0.
          05 WS-CI-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-CI-COUNT
               INDEXED BY CI-IDX.
             10 WS-CI-INVOICE-NO             PIC 9(6).

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSINESS-DATE                   PIC 9(8).
       01 WS-BUSDATE-X                       PIC X(8).

      * Extract report lines.

       01 EX-HEADING.
          05                                 PIC X(28) VALUE
               "CAMPAIGN EXTRACT    RUN FOR ".
          05 EXH-DATE                        PIC 9(8).
          05                                 PIC X(44) VALUE SPACES.

       01 EX-CAMPAIGN-LINE.
          05                                 PIC X(10) VALUE
               "CAMPAIGN  ".
          05 EXC-CODE                        PIC X(6).
          05                                 PIC X     VALUE SPACE.
          05 EXC-DESCRIPTION                 PIC X(30).
          05                                 PIC X(8)  VALUE
               " WINDOW ".
          05 EXC-START                       PIC 9(8).
          05                                 PIC X(3)  VALUE " - ".
          05 EXC-END                         PIC 9(8).
          05                                 PIC X(6)  VALUE SPACES.

       01 EX-RULE-LINE.
          05 EXR-LABEL                       PIC X(30).
          05 EXR-VALUE                       PIC X(30).
          05                                 PIC X(20) VALUE SPACES.

       01 EX-COUNT-LINE.
          05 EXN-LABEL                       PIC X(45).
          05 EXN-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(29) VALUE SPACES.

       01 WS-RANGE-TEXT.
          05 WS-RANGE-FROM                   PIC 9(8).
          05                                 PIC X(4)  VALUE " TO ".
          05 WS-RANGE-TO                     PIC 9(8).

      * Files

       01 WS-FILES.
          05 UT-SYS-CAMPAIGN                 PIC X(60)
          VALUE "C:\COBOL\Campaigns.txt".
          05 UT-SYS-CLIENTMS                 PIC X(60)
          VALUE "C:\COBOL\ClientMaster.dat".
          05 UT-SYS-PROFILE                  PIC X(60)
          VALUE "C:\COBOL\ClientProfile.txt".
          05 UT-SYS-BOOKING                  PIC X(60)
          VALUE "C:\COBOL\BookingMaster.dat".
          05 UT-SYS-INVDETL                  PIC X(60)
          VALUE "C:\COBOL\InvoiceDetail.txt".
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-HISTFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceHistory.txt".
          05 UT-SYS-VOIDFILE                 PIC X(60)
          VALUE "C:\COBOL\InvoiceVoid.txt".
          05 UT-SYS-MAILFILE                 PIC X(60)
          VALUE "C:\COBOL\CampaignMail.txt".
          05 UT-SYS-LABELS                   PIC X(60)
          VALUE "C:\COBOL\CampaignLabels.txt".
          05 UT-SYS-EXTRPT                   PIC X(60)
          VALUE "C:\COBOL\CampaignExtract.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE FINDS THE CAMPAIGN, GATHERS WHAT ITS RULES
      * NEED, PICKS THE CLIENTS, AND STAMPS THE CAMPAIGN.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 050-LOAD-CAMPAIGNS THRU 050-EXIT
           DISPLAY "ENTER CAMPAIGN CODE TO EXTRACT"
           MOVE SPACES TO WS-INPUT-CODE
           ACCEPT WS-INPUT-CODE
           PERFORM 070-FIND-CAMPAIGN THRU 070-EXIT
           IF WS-CAMP-SUB = ZEROS
               DISPLAY "CAMPAIGN " WS-INPUT-CODE " NOT ON FILE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CG-IMAGE (WS-CAMP-SUB) TO CG-RECORD
           PERFORM 100-LOAD-MASTER THRU 100-EXIT
           PERFORM 150-LOAD-PROFILE THRU 150-EXIT
           IF CG-REGION NOT = SPACES
               PERFORM 200-SCAN-BOOKINGS THRU 200-EXIT
           END-IF
           IF CG-CATEGORY NOT = SPACES
               PERFORM 300-LOAD-VOIDS THRU 300-EXIT
               PERFORM 320-SCAN-DETAIL THRU 320-EXIT
               PERFORM 350-SCAN-HISTORY THRU 350-EXIT
           END-IF
           OPEN OUTPUT MAILING-FILE
           OPEN OUTPUT LABEL-FILE
           PERFORM 600-SELECT-CLIENT THRU 600-EXIT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-COUNT
           CLOSE MAILING-FILE
           CLOSE LABEL-FILE
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
           PERFORM 800-STAMP-CAMPAIGN THRU 800-EXIT
           DISPLAY "CAMPAIGN " CG-CAMPAIGN-CODE " EXTRACTED - "
               WS-SELECTED-COUNT " CLIENTS TO MAIL"
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 050-LOAD-CAMPAIGNS PULLS THE WHOLE CAMPAIGN FILE INTO THE
      * TABLE. WITH NO FILE THERE IS NOTHING TO EXTRACT.
      ******************************************************************
       050-LOAD-CAMPAIGNS.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "NO CAMPAIGN FILE - SET CAMPAIGNS UP IN CAMPMNT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 060-READ-CAMPAIGN THRU 060-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE CAMPAIGN-FILE.
       050-EXIT.

       060-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   IF WS-CG-COUNT < 200
                       ADD 1 TO WS-CG-COUNT
                       MOVE CG-RECORD TO WS-CG-IMAGE (WS-CG-COUNT)
                   END-IF
           END-READ.
       060-EXIT.

      ******************************************************************
      * 070-FIND-CAMPAIGN LEAVES WS-CAMP-SUB ON THE KEYED CAMPAIGN,
      * OR ZERO WHEN IT IS NOT ON FILE.
      ******************************************************************
       070-FIND-CAMPAIGN.
           MOVE ZEROS TO WS-CAMP-SUB
           PERFORM 075-CHECK-ONE THRU 075-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CG-COUNT OR WS-CAMP-SUB NOT = ZEROS.
       070-EXIT.

       075-CHECK-ONE.
           IF WS-CG-IMAGE (WS-SUB) (1:6) = WS-INPUT-CODE
               MOVE WS-SUB TO WS-CAMP-SUB
           END-IF.
       075-EXIT.

      ******************************************************************
      * 100-LOAD-MASTER READS THE WHOLE CLIENT MASTER INTO THE TABLE.
      ******************************************************************
       100-LOAD-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               DISPLAY "CLIENT MASTER NOT FOUND - STATUS "
                   WS-CLIENTMS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-READ-MASTER THRU 110-EXIT
               UNTIL WS-MASTER-EOF = "YES"
           CLOSE CLIENT-MASTER-FILE.
       100-EXIT.

       110-READ-MASTER.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-MASTER-EOF
                   GO TO 110-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF WS-CL-COUNT NOT < 500
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 110-EXIT
           END-IF
           ADD 1 TO WS-CL-COUNT
           SET CL-IDX TO WS-CL-COUNT
           MOVE CM-CLIENT-NO TO WS-CL-CLIENT-NO (CL-IDX)
           MOVE CM-CLIENT-NAME TO WS-CL-NAME (CL-IDX)
           MOVE CM-CLIENT-ADDRESS TO WS-CL-ADDRESS (CL-IDX)
           MOVE CM-CLIENT-CITY-STATE-ZIP
               TO WS-CL-CITY-STATE-ZIP (CL-IDX)
           MOVE CM-CLIENT-PHONE TO WS-CL-PHONE (CL-IDX)
           MOVE CM-ACTIVE-FLAG TO WS-CL-ACTIVE-FLAG (CL-IDX)
           MOVE CM-CONSENT-MAIL TO WS-CL-CONSENT-MAIL (CL-IDX)
           MOVE CM-CONSENT-PHONE TO WS-CL-CONSENT-PHONE (CL-IDX)
           MOVE CM-CONSENT-EMAIL TO WS-CL-CONSENT-EMAIL (CL-IDX)
           MOVE SPACE TO WS-CL-SEGMENT (CL-IDX)
           MOVE ZEROS TO WS-CL-LAST-PURCHASE (CL-IDX)
           MOVE "N" TO WS-CL-REGION-HIT (CL-IDX)
               WS-CL-CATEGORY-HIT (CL-IDX).
       110-EXIT.

      ******************************************************************
      * 150-LOAD-PROFILE TAKES EACH CLIENT'S SEGMENT AND LAST
      * PURCHASE DATE FROM THE CLIENT VALUE PROFILE.
      ******************************************************************
       150-LOAD-PROFILE.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           MOVE "YES" TO WS-PROFILE-ON-FILE
           PERFORM 160-READ-PROFILE THRU 160-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE PROFILE-FILE.
       150-EXIT.

       160-READ-PROFILE.
           READ PROFILE-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 160-EXIT
           END-READ
           MOVE CP-CLIENT-NO TO WS-WORK-CLIENT-NO
           PERFORM 500-FIND-CLIENT THRU 500-EXIT
           IF WS-CLIENT-FOUND = "YES"
               MOVE CP-SEGMENT-CODE TO WS-CL-SEGMENT (CL-IDX)
               IF CP-LAST-PURCHASE NUMERIC
                   MOVE CP-LAST-PURCHASE
                       TO WS-CL-LAST-PURCHASE (CL-IDX)
               END-IF
           END-IF.
       160-EXIT.

      ******************************************************************
      * 200-SCAN-BOOKINGS MARKS EVERY CLIENT WITH AN ACTIVE BOOKING
      * TO THE CAMPAIGN'S REGION. THE CLIENT NUMBER IS ZERO-PADDED
      * TO THE MASTER'S FIVE DIGITS.
      ******************************************************************
       200-SCAN-BOOKINGS.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-BOOKING THRU 210-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE BOOKING-FILE.
       200-EXIT.

       210-READ-BOOKING.
           READ BOOKING-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF NOT BK-ACTIVE OR BK-REGION-NO NOT = CG-REGION
               GO TO 210-EXIT
           END-IF
           IF BK-CLIENT-NO NOT NUMERIC
               GO TO 210-EXIT
           END-IF
           MOVE BK-CLIENT-NO TO WS-WORK-CLIENT-NUM
           MOVE WS-WORK-CLIENT-NUM TO WS-WORK-CLIENT-NO
           PERFORM 500-FIND-CLIENT THRU 500-EXIT
           IF WS-CLIENT-FOUND = "YES"
               MOVE "Y" TO WS-CL-REGION-HIT (CL-IDX)
           END-IF.
       210-EXIT.

      ******************************************************************
      * 300-LOAD-VOIDS READS THE VOID LOG INTO THE TABLE.
      ******************************************************************
       300-LOAD-VOIDS.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT INVOICE-VOID-FILE
           IF WS-VOIDFILE-STATUS NOT = "00"
               GO TO 300-EXIT
           END-IF
           PERFORM 310-READ-VOID THRU 310-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE INVOICE-VOID-FILE.
       300-EXIT.

       310-READ-VOID.
           READ INVOICE-VOID-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
               NOT AT END
                   IF WS-VOIDTBL-COUNT < 500
                       ADD 1 TO WS-VOIDTBL-COUNT
                       MOVE VOID-INVOICE-NUMBER
                           TO WS-VOIDTBL-NUMBER (WS-VOIDTBL-COUNT)
                   END-IF
           END-READ.
       310-EXIT.

      ******************************************************************
      * 320-SCAN-DETAIL LOOKS EVERY INVOICE DETAIL LINE'S ITEM UP ON
      * THE INVENTORY FILE AND NOTES THE INVOICES THAT CARRY AN ITEM
      * OF THE CAMPAIGN'S CATEGORY. AN ITEM SINCE RETIRED FROM THE
      * FILE HAS NO CATEGORY TO MATCH.
      ******************************************************************
       320-SCAN-DETAIL.
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               GO TO 320-EXIT
           END-IF
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "INVENTORY FILE NOT FOUND - STATUS "
                   WS-INVENTORY-STATUS " - NO CATEGORY BUYERS"
               CLOSE INVOICE-DETAIL-FILE
               GO TO 320-EXIT
           END-IF
           PERFORM 330-READ-DETAIL THRU 330-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE INVOICE-DETAIL-FILE
           CLOSE INVENTORY-FILE.
       320-EXIT.

       330-READ-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 330-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF DT-ITEM-CODE = SPACES
               GO TO 330-EXIT
           END-IF

      * The lines of an invoice are written together - once one line
      * has put the invoice on the table the rest need no lookup.

           IF WS-CI-COUNT > 0
               IF WS-CI-INVOICE-NO (WS-CI-COUNT) = DT-INVOICE-NUMBER
                   GO TO 330-EXIT
               END-IF
           END-IF
           MOVE DT-ITEM-CODE TO INV-CODE
           MOVE "YES" TO WS-INV-FOUND
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "NO" TO WS-INV-FOUND
           END-READ
           IF WS-INV-FOUND = "NO" OR INV-CATEGORY NOT = CG-CATEGORY
               GO TO 330-EXIT
           END-IF
           IF WS-CI-COUNT < 2000
               ADD 1 TO WS-CI-COUNT
               MOVE DT-INVOICE-NUMBER TO WS-CI-INVOICE-NO (WS-CI-COUNT)
           END-IF.
       330-EXIT.

      ******************************************************************
      * 350-SCAN-HISTORY FINDS THE CLIENT ON EACH CATEGORY INVOICE
      * THAT WAS NOT VOIDED. THE HISTORY CARRIES THE CLIENT ON EVERY
      * LINE, SO ONE LINE PER INVOICE IS ENOUGH.
      ******************************************************************
       350-SCAN-HISTORY.
           IF WS-CI-COUNT = 0
               GO TO 350-EXIT
           END-IF
           MOVE "NO" TO WS-FILE-EOF
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTFILE-STATUS NOT = "00"
               GO TO 350-EXIT
           END-IF
           PERFORM 360-READ-HISTORY THRU 360-EXIT
               UNTIL WS-FILE-EOF = "YES"
           CLOSE INVOICE-HISTORY-FILE.
       350-EXIT.

       360-READ-HISTORY.
           READ INVOICE-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-FILE-EOF
                   GO TO 360-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF HIST-INVOICE-NUMBER = WS-LAST-INVOICE-NO
               GO TO 360-EXIT
           END-IF
           MOVE HIST-INVOICE-NUMBER TO WS-LAST-INVOICE-NO
           IF HIST-CLIENT-NO = SPACES
               GO TO 360-EXIT
           END-IF
           SET CI-IDX TO 1
           SEARCH WS-CI-ENTRY
               AT END
                   GO TO 360-EXIT
               WHEN WS-CI-INVOICE-NO (CI-IDX) = HIST-INVOICE-NUMBER
                   CONTINUE
           END-SEARCH
           MOVE "NO" TO WS-VOID-FOUND
           IF WS-VOIDTBL-COUNT > 0
               SET VD-IDX TO 1
               SEARCH WS-VOIDTBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VOIDTBL-NUMBER (VD-IDX)
                       = HIST-INVOICE-NUMBER
                       MOVE "YES" TO WS-VOID-FOUND
               END-SEARCH
           END-IF
           IF WS-VOID-FOUND = "YES"
               GO TO 360-EXIT
           END-IF
           MOVE HIST-CLIENT-NO TO WS-WORK-CLIENT-NO
           PERFORM 500-FIND-CLIENT THRU 500-EXIT
           IF WS-CLIENT-FOUND = "YES"
               MOVE "Y" TO WS-CL-CATEGORY-HIT (CL-IDX)
           END-IF.
       360-EXIT.

      ******************************************************************
      * 500-FIND-CLIENT LOOKS WS-WORK-CLIENT-NO UP IN THE CLIENT
      * TABLE, ZERO-PADDING A NUMERIC NUMBER THE WAY THE SALES
      * PROGRAMS KEY THE MASTER. ON A HIT CL-IDX POINTS AT THE CLIENT.
      ******************************************************************
       500-FIND-CLIENT.
           MOVE "NO" TO WS-CLIENT-FOUND
           IF WS-WORK-CLIENT-NO = SPACES OR WS-CL-COUNT = 0
               GO TO 500-EXIT
           END-IF
           IF WS-WORK-CLIENT-NO NUMERIC
               MOVE WS-WORK-CLIENT-NO TO WS-WORK-CLIENT-NUM
               MOVE WS-WORK-CLIENT-NUM TO WS-WORK-CLIENT-NO
           END-IF
           SET CL-IDX TO 1
           SEARCH WS-CL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-CLIENT-NO (CL-IDX) = WS-WORK-CLIENT-NO
                   MOVE "YES" TO WS-CLIENT-FOUND
           END-SEARCH.
       500-EXIT.

      ******************************************************************
      * 600-SELECT-CLIENT HOLDS THE CLIENT AT CL-IDX TO EVERY RULE
      * THE CAMPAIGN FILLS IN, THEN TO THE CLIENT'S OWN WISHES, AND
      * WRITES THE MAILING RECORD AND LABEL FOR A CLIENT WHO PASSES.
      ******************************************************************
       600-SELECT-CLIENT.
           PERFORM 610-CHECK-RULES THRU 610-EXIT
           IF WS-CLIENT-PICKED = "NO"
               ADD 1 TO WS-NO-MATCH-COUNT
               GO TO 600-EXIT
           END-IF
           IF WS-CL-ACTIVE-FLAG (CL-IDX) = "I"
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 600-EXIT
           END-IF
           IF WS-CL-CONSENT-MAIL (CL-IDX) = "N"
               ADD 1 TO WS-NO-MAIL-COUNT
               GO TO 600-EXIT
           END-IF
           IF WS-CL-ADDRESS (CL-IDX) = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               GO TO 600-EXIT
           END-IF
           PERFORM 650-WRITE-MAILING THRU 650-EXIT.
       600-EXIT.

       610-CHECK-RULES.
           MOVE "NO" TO WS-CLIENT-PICKED
           IF CG-SEGMENTS NOT = SPACES
               IF WS-CL-SEGMENT (CL-IDX) = SPACE
                   GO TO 610-EXIT
               END-IF
               MOVE ZEROS TO WS-TALLY
               INSPECT CG-SEGMENTS TALLYING WS-TALLY
                   FOR ALL WS-CL-SEGMENT (CL-IDX)
               IF WS-TALLY = ZEROS
                   GO TO 610-EXIT
               END-IF
           END-IF
           IF CG-REGION NOT = SPACES
               AND WS-CL-REGION-HIT (CL-IDX) NOT = "Y"
               GO TO 610-EXIT
           END-IF
           IF CG-PURCH-FROM NOT = ZEROS OR CG-PURCH-TO NOT = ZEROS
               IF WS-CL-LAST-PURCHASE (CL-IDX) = ZEROS
                   GO TO 610-EXIT
               END-IF
               IF WS-CL-LAST-PURCHASE (CL-IDX) < CG-PURCH-FROM
                   GO TO 610-EXIT
               END-IF
               IF CG-PURCH-TO NOT = ZEROS
                   AND WS-CL-LAST-PURCHASE (CL-IDX) > CG-PURCH-TO
                   GO TO 610-EXIT
               END-IF
           END-IF
           IF CG-CATEGORY NOT = SPACES
               AND WS-CL-CATEGORY-HIT (CL-IDX) NOT = "Y"
               GO TO 610-EXIT
           END-IF
           MOVE "YES" TO WS-CLIENT-PICKED.
       610-EXIT.

      ******************************************************************
      * 650-WRITE-MAILING WRITES THE CLIENT'S MAILING RECORD AND
      * ADDRESS LABEL. THE PHONE NUMBER GOES OUT ONLY WHEN THE CLIENT
      * ALLOWS CALLS.
      ******************************************************************
       650-WRITE-MAILING.
           MOVE SPACES TO MAIL-RECORD
           MOVE CG-CAMPAIGN-CODE TO ML-CAMPAIGN-CODE
           MOVE WS-CL-CLIENT-NO (CL-IDX) TO ML-CLIENT-NO
           MOVE WS-CL-NAME (CL-IDX) TO ML-NAME
           MOVE WS-CL-ADDRESS (CL-IDX) TO ML-ADDRESS
           MOVE WS-CL-CITY-STATE-ZIP (CL-IDX) TO ML-CITY-STATE-ZIP
           IF WS-CL-CONSENT-PHONE (CL-IDX) NOT = "N"
               MOVE WS-CL-PHONE (CL-IDX) TO ML-PHONE
               ADD 1 TO WS-PHONE-COUNT
           END-IF
           IF WS-CL-CONSENT-EMAIL (CL-IDX) = "Y"
               MOVE "Y" TO ML-EMAIL-OK
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               MOVE "N" TO ML-EMAIL-OK
           END-IF
           MOVE WS-CL-SEGMENT (CL-IDX) TO ML-SEGMENT
           WRITE MAIL-RECORD
           WRITE LABEL-RECORD FROM WS-CL-NAME (CL-IDX)
           WRITE LABEL-RECORD FROM WS-CL-ADDRESS (CL-IDX)
           WRITE LABEL-RECORD FROM WS-CL-CITY-STATE-ZIP (CL-IDX)
           MOVE SPACES TO LABEL-RECORD
           WRITE LABEL-RECORD
           ADD 1 TO WS-SELECTED-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN.
       650-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS THE CAMPAIGN, ITS RULES, AND WHERE
      * EVERY CLIENT ON THE MASTER WENT.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT EXTRACT-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO EXH-DATE
           WRITE REPORT-RECORD FROM EX-HEADING
           MOVE CG-CAMPAIGN-CODE TO EXC-CODE
           MOVE CG-DESCRIPTION TO EXC-DESCRIPTION
           MOVE CG-START-DATE TO EXC-START
           MOVE CG-END-DATE TO EXC-END
           WRITE REPORT-RECORD FROM EX-CAMPAIGN-LINE
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SEGMENTS" TO EXR-LABEL
           MOVE CG-SEGMENTS TO EXR-VALUE
           PERFORM 710-WRITE-RULE THRU 710-EXIT
           MOVE "REGION TRAVELED" TO EXR-LABEL
           MOVE CG-REGION TO EXR-VALUE
           PERFORM 710-WRITE-RULE THRU 710-EXIT
           MOVE "LAST PURCHASE" TO EXR-LABEL
           IF CG-PURCH-FROM = ZEROS AND CG-PURCH-TO = ZEROS
               MOVE SPACES TO EXR-VALUE
           ELSE
               MOVE CG-PURCH-FROM TO WS-RANGE-FROM
               MOVE CG-PURCH-TO TO WS-RANGE-TO
               MOVE WS-RANGE-TEXT TO EXR-VALUE
           END-IF
           PERFORM 710-WRITE-RULE THRU 710-EXIT
           MOVE "ITEM CATEGORY BOUGHT" TO EXR-LABEL
           MOVE CG-CATEGORY TO EXR-VALUE
           PERFORM 710-WRITE-RULE THRU 710-EXIT
           IF WS-PROFILE-ON-FILE = "NO"
               AND (CG-SEGMENTS NOT = SPACES
                   OR CG-PURCH-FROM NOT = ZEROS
                   OR CG-PURCH-TO NOT = ZEROS)
               MOVE "** NO CLIENT PROFILE ON FILE - RUN CLIENTSG"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CLIENTS ON THE MASTER" TO EXN-LABEL
           MOVE WS-CL-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           MOVE "  NOT MEETING THE SELECTION RULES" TO EXN-LABEL
           MOVE WS-NO-MATCH-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           MOVE "  LEFT OFF - INACTIVE" TO EXN-LABEL
           MOVE WS-INACTIVE-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           MOVE "  LEFT OFF - ASKED NOT TO BE MAILED" TO EXN-LABEL
           MOVE WS-NO-MAIL-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           MOVE "  LEFT OFF - NO ADDRESS ON FILE" TO EXN-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           MOVE "CLIENTS EXTRACTED TO MAIL" TO EXN-LABEL
           MOVE WS-SELECTED-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
            AFTER ADVANCING 2 LINES
           MOVE "  OF WHOM MAY BE PHONED" TO EXN-LABEL
           MOVE WS-PHONE-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           MOVE "  OF WHOM MAY BE E-MAILED" TO EXN-LABEL
           MOVE WS-EMAIL-COUNT TO EXN-COUNT
           WRITE REPORT-RECORD FROM EX-COUNT-LINE
           CLOSE EXTRACT-REPORT-FILE.
       700-EXIT.

       710-WRITE-RULE.
           IF EXR-VALUE = SPACES
               MOVE "(ANY)" TO EXR-VALUE
           END-IF
           WRITE REPORT-RECORD FROM EX-RULE-LINE.
       710-EXIT.

      ******************************************************************
      * 800-STAMP-CAMPAIGN RECORDS THE RUN DATE AND THE NUMBER
      * EXTRACTED ON THE CAMPAIGN AND WRITES THE CAMPAIGN FILE BACK
      * OUT.
      ******************************************************************
       800-STAMP-CAMPAIGN.
           MOVE WS-BUSINESS-DATE TO CG-LAST-EXTRACT
           MOVE WS-SELECTED-COUNT TO CG-EXTRACTED-COUNT
           MOVE CG-RECORD TO WS-CG-IMAGE (WS-CAMP-SUB)
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM 810-WRITE-CAMPAIGN THRU 810-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CG-COUNT
           CLOSE CAMPAIGN-FILE.
       800-EXIT.

       810-WRITE-CAMPAIGN.
           MOVE WS-CG-IMAGE (WS-SUB) TO CG-RECORD
           WRITE CG-RECORD.
       810-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS THIS RUN'S RECORD TO THE SHARED RUN
      * LOG.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-X
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "CAMPEXT" TO RL-PROGRAM-NAME
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
