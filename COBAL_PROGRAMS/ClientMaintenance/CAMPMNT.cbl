       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CAMPMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Marketing campaign maintenance. Adds, changes, lists, and
      * drops entries on Campaigns.txt (see copybooks/CAMPAIGN.cpy):
      * each campaign's code, its response window, and the rules
      * CAMPEXT selects its mailing list by - client value segment,
      * region traveled, last-purchase dates, and merchandise
      * category bought. The registers (PROGRAM1) and TRIPENT accept
      * a campaign code only if it is on this file and the sale falls
      * inside its window, and CAMPRPT reports the responses against
      * it. The file is held in a table while the screen is up and
      * written back out after every change, the way PROMOMNT keeps
      * its promotions.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the campaign file.

       SELECT CAMPAIGN-FILE
               ASSIGN TO UT-SYS-CAMPAIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the campaign file.

       FD  CAMPAIGN-FILE.
       COPY CAMPAIGN.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-CAMPAIGN-STATUS              PIC XX.
          05 WS-CAMPAIGN-EOF                 PIC XXX VALUE "NO".
          05 WS-TODAY                        PIC 9(8).
          05 WS-CONFIRM                      PIC X.
          05 WS-INPUT-CODE                   PIC X(6).
          05 WS-INPUT-DESCRIPTION            PIC X(30).
          05 WS-INPUT-DATE                   PIC 9(8).
          05 WS-INPUT-SEGMENTS               PIC X(6).
          05 WS-INPUT-REGION                 PIC XX.
          05 WS-INPUT-CATEGORY               PIC X(4).
          05 WS-FOUND                        PIC XXX.
          05 WS-RULES-OK                     PIC XXX.
          05 WS-SEG-SUB                      PIC 9.
          05 WS-CG-SUB                       PIC 999.

      * Segment codes a campaign may select on - the codes CLIENTSG
      * writes to the client value profile.

       01 WS-VALID-SEGMENTS                  PIC X(6) VALUE "CROALN".

      * The whole campaign file, held while the screen is up and
      * written back out after every change.

       01 WS-CAMPAIGN-TABLE.
          05 WS-CG-COUNT                     PIC 999 VALUE 0.
          05 WS-CG-ENTRIES OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-CG-COUNT
               INDEXED BY CG-IDX.
             10 WS-CG-IMAGE                  PIC X(110).

       01 WS-OUTPUT-FIELDS.
          05 WO-COUNT                        PIC ZZ,ZZ9.

      * Files

       01 WS-FILES.
          05 UT-SYS-CAMPAIGN                 PIC X(60)
          VALUE "C:\COBOL\Campaigns.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE FILE AND RUNS THE MENU UNTIL THE
      * USER QUITS.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 100-LOAD-CAMPAIGNS THRU 100-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
       STOP RUN.

      ******************************************************************
      * 100-LOAD-CAMPAIGNS PULLS THE WHOLE CAMPAIGN FILE INTO THE
      * TABLE. THE FILE IS OPTIONAL ON A FIRST RUN.
      ******************************************************************
       100-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-CAMPAIGN THRU 110-EXIT
               UNTIL WS-CAMPAIGN-EOF = "YES"
           CLOSE CAMPAIGN-FILE.
       100-EXIT.

       110-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   MOVE "YES" TO WS-CAMPAIGN-EOF
               NOT AT END
                   IF WS-CG-COUNT < 200
                       ADD 1 TO WS-CG-COUNT
                       MOVE CG-RECORD TO WS-CG-IMAGE (WS-CG-COUNT)
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "MARKETING CAMPAIGN MAINTENANCE"
           DISPLAY "A - ADD A CAMPAIGN"
           DISPLAY "C - CHANGE A CAMPAIGN"
           DISPLAY "L - LIST CAMPAIGNS ON FILE"
           DISPLAY "D - DROP A CAMPAIGN"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-CAMPAIGN THRU 400-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-CAMPAIGN THRU 500-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 600-LIST-CAMPAIGNS THRU 600-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 650-DROP-CAMPAIGN THRU 650-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 350-FIND-CAMPAIGN LOOKS UP WS-INPUT-CODE IN THE TABLE. ON A
      * HIT CG-IDX POINTS AT THE ENTRY AND CG-RECORD HOLDS IT.
      ******************************************************************
       350-FIND-CAMPAIGN.
           MOVE "NO" TO WS-FOUND
           SET CG-IDX TO 1
           SEARCH WS-CG-ENTRIES
               WHEN WS-CG-IMAGE (CG-IDX) (1:6) = WS-INPUT-CODE
                   MOVE "YES" TO WS-FOUND
                   MOVE WS-CG-IMAGE (CG-IDX) TO CG-RECORD
           END-SEARCH.
       350-EXIT.

      ******************************************************************
      * 400-ADD-CAMPAIGN TAKES ONE NEW CAMPAIGN AND ITS SELECTION
      * RULES AND REWRITES THE FILE WITH IT.
      ******************************************************************
       400-ADD-CAMPAIGN.
           MOVE SPACES TO WS-INPUT-CODE
           DISPLAY "ENTER NEW CAMPAIGN CODE (6 CHARACTERS)"
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "NO CODE KEYED - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           PERFORM 350-FIND-CAMPAIGN THRU 350-EXIT
           IF WS-FOUND = "YES"
               DISPLAY "CAMPAIGN CODE ALREADY EXISTS"
               GO TO 400-EXIT
           END-IF
           IF WS-CG-COUNT >= 200
               DISPLAY "CAMPAIGN FILE IS FULL - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO CG-RECORD
           MOVE ZEROS TO CG-START-DATE CG-END-DATE CG-PURCH-FROM
               CG-PURCH-TO CG-LAST-EXTRACT CG-EXTRACTED-COUNT
           MOVE WS-INPUT-CODE TO CG-CAMPAIGN-CODE
           DISPLAY "ENTER DESCRIPTION"
           ACCEPT CG-DESCRIPTION
           DISPLAY "ENTER RESPONSE WINDOW START DATE (YYYYMMDD)"
           ACCEPT CG-START-DATE
           DISPLAY "ENTER RESPONSE WINDOW END DATE (YYYYMMDD)"
           ACCEPT CG-END-DATE
           IF CG-END-DATE < CG-START-DATE
               DISPLAY "END BEFORE START - NOT ADDED"
               GO TO 400-EXIT
           END-IF
           PERFORM 450-ACCEPT-RULES THRU 450-EXIT
           IF WS-RULES-OK NOT = "YES"
               DISPLAY "NOT ADDED"
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-CG-COUNT
           MOVE CG-RECORD TO WS-CG-IMAGE (WS-CG-COUNT)
           PERFORM 700-REWRITE-CAMPAIGNS THRU 700-EXIT
           DISPLAY "CAMPAIGN ADDED".
       400-EXIT.

      ******************************************************************
      * 450-ACCEPT-RULES KEYS THE SELECTION RULES INTO CG-RECORD. A
      * BLANK OR ZERO ANSWER LEAVES THE RULE OPEN. A SEGMENT CODE
      * CLIENTSG NEVER WRITES IS REFUSED, SINCE IT WOULD QUIETLY
      * SELECT NOBODY.
      ******************************************************************
       450-ACCEPT-RULES.
           MOVE "YES" TO WS-RULES-OK
           MOVE SPACES TO WS-INPUT-SEGMENTS
           DISPLAY "SEGMENTS TO SELECT - ANY OF C R O A L N "
               "(ENTER FOR ALL)"
           ACCEPT WS-INPUT-SEGMENTS
           PERFORM 460-CHECK-SEGMENT THRU 460-EXIT
               VARYING WS-SEG-SUB FROM 1 BY 1 UNTIL WS-SEG-SUB > 6
           IF WS-RULES-OK NOT = "YES"
               GO TO 450-EXIT
           END-IF
           MOVE WS-INPUT-SEGMENTS TO CG-SEGMENTS
           MOVE SPACES TO WS-INPUT-REGION
           DISPLAY "REGION TRAVELED TO (ENTER FOR ANY)"
           ACCEPT WS-INPUT-REGION
           MOVE WS-INPUT-REGION TO CG-REGION
           MOVE ZEROS TO WS-INPUT-DATE
           DISPLAY "LAST PURCHASE ON OR AFTER (YYYYMMDD, 0 = ANY)"
           ACCEPT WS-INPUT-DATE
           MOVE WS-INPUT-DATE TO CG-PURCH-FROM
           MOVE ZEROS TO WS-INPUT-DATE
           DISPLAY "LAST PURCHASE ON OR BEFORE (YYYYMMDD, 0 = ANY)"
           ACCEPT WS-INPUT-DATE
           MOVE WS-INPUT-DATE TO CG-PURCH-TO
           IF CG-PURCH-TO NOT = ZEROS
               AND CG-PURCH-TO < CG-PURCH-FROM
               DISPLAY "LAST-PURCHASE RANGE ENDS BEFORE IT STARTS"
               MOVE "NO" TO WS-RULES-OK
               GO TO 450-EXIT
           END-IF
           MOVE SPACES TO WS-INPUT-CATEGORY
           DISPLAY "ITEM CATEGORY BOUGHT (ENTER FOR ANY)"
           ACCEPT WS-INPUT-CATEGORY
           MOVE WS-INPUT-CATEGORY TO CG-CATEGORY.
       450-EXIT.

       460-CHECK-SEGMENT.
           IF WS-INPUT-SEGMENTS (WS-SEG-SUB:1) = SPACE
               GO TO 460-EXIT
           END-IF
           MOVE ZEROS TO WS-CG-SUB
           INSPECT WS-VALID-SEGMENTS TALLYING WS-CG-SUB
               FOR ALL WS-INPUT-SEGMENTS (WS-SEG-SUB:1)
           IF WS-CG-SUB = ZEROS
               DISPLAY "UNKNOWN SEGMENT CODE "
                   WS-INPUT-SEGMENTS (WS-SEG-SUB:1)
               MOVE "NO" TO WS-RULES-OK
           END-IF.
       460-EXIT.

      ******************************************************************
      * 500-CHANGE-CAMPAIGN REKEYS AN EXISTING CAMPAIGN'S DESCRIPTION,
      * WINDOW, OR RULES. THE EXTRACT STAMP IS LEFT ALONE.
      ******************************************************************
       500-CHANGE-CAMPAIGN.
           MOVE SPACES TO WS-INPUT-CODE
           DISPLAY "ENTER CAMPAIGN CODE TO CHANGE"
           ACCEPT WS-INPUT-CODE
           PERFORM 350-FIND-CAMPAIGN THRU 350-EXIT
           IF WS-FOUND NOT = "YES"
               DISPLAY "CAMPAIGN NOT FOUND"
               GO TO 500-EXIT
           END-IF
           PERFORM 610-SHOW-CAMPAIGN THRU 610-EXIT
           MOVE SPACES TO WS-INPUT-DESCRIPTION
           DISPLAY "NEW DESCRIPTION (ENTER TO KEEP)"
           ACCEPT WS-INPUT-DESCRIPTION
           IF WS-INPUT-DESCRIPTION NOT = SPACES
               MOVE WS-INPUT-DESCRIPTION TO CG-DESCRIPTION
           END-IF
           DISPLAY "CHANGE RESPONSE WINDOW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               DISPLAY "ENTER START DATE (YYYYMMDD)"
               ACCEPT CG-START-DATE
               DISPLAY "ENTER END DATE (YYYYMMDD)"
               ACCEPT CG-END-DATE
               IF CG-END-DATE < CG-START-DATE
                   DISPLAY "END BEFORE START - NOT CHANGED"
                   GO TO 500-EXIT
               END-IF
           END-IF
           DISPLAY "CHANGE SELECTION RULES? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM 450-ACCEPT-RULES THRU 450-EXIT
               IF WS-RULES-OK NOT = "YES"
                   DISPLAY "NOT CHANGED"
                   GO TO 500-EXIT
               END-IF
           END-IF
           MOVE CG-RECORD TO WS-CG-IMAGE (CG-IDX)
           PERFORM 700-REWRITE-CAMPAIGNS THRU 700-EXIT
           DISPLAY "CAMPAIGN CHANGED".
       500-EXIT.

      ******************************************************************
      * 600-LIST-CAMPAIGNS SHOWS EVERY CAMPAIGN ON FILE, MARKING THE
      * ONES WHOSE RESPONSE WINDOW IS OPEN TODAY.
      ******************************************************************
       600-LIST-CAMPAIGNS.
           DISPLAY "CAMPAIGNS ON FILE"
           PERFORM 605-LIST-ONE THRU 605-EXIT
               VARYING CG-IDX FROM 1 BY 1 UNTIL CG-IDX > WS-CG-COUNT.
       600-EXIT.

       605-LIST-ONE.
           MOVE WS-CG-IMAGE (CG-IDX) TO CG-RECORD
           PERFORM 610-SHOW-CAMPAIGN THRU 610-EXIT.
       605-EXIT.

       610-SHOW-CAMPAIGN.
           DISPLAY " "
           IF WS-TODAY NOT < CG-START-DATE
               AND WS-TODAY NOT > CG-END-DATE
               DISPLAY CG-CAMPAIGN-CODE " " CG-DESCRIPTION "  *OPEN*"
           ELSE
               DISPLAY CG-CAMPAIGN-CODE " " CG-DESCRIPTION
           END-IF
           DISPLAY "   WINDOW " CG-START-DATE " - " CG-END-DATE
           DISPLAY "   SEGMENTS [" CG-SEGMENTS "] REGION ["
               CG-REGION "] CATEGORY [" CG-CATEGORY "]"
           DISPLAY "   LAST PURCHASE " CG-PURCH-FROM " - "
               CG-PURCH-TO
           IF CG-LAST-EXTRACT NOT = ZEROS
               MOVE CG-EXTRACTED-COUNT TO WO-COUNT
               DISPLAY "   EXTRACTED " CG-LAST-EXTRACT " "
                   WO-COUNT " CLIENTS"
           END-IF.
       610-EXIT.

      ******************************************************************
      * 650-DROP-CAMPAIGN REMOVES A CAMPAIGN FROM THE FILE. THE CODE
      * STAYS ON THE INVOICES AND BOOKINGS THAT NAMED IT, BUT CAMPRPT
      * WILL NO LONGER REPORT IT.
      ******************************************************************
       650-DROP-CAMPAIGN.
           MOVE SPACES TO WS-INPUT-CODE
           DISPLAY "ENTER CAMPAIGN CODE TO DROP"
           ACCEPT WS-INPUT-CODE
           PERFORM 350-FIND-CAMPAIGN THRU 350-EXIT
           IF WS-FOUND NOT = "YES"
               DISPLAY "CAMPAIGN NOT FOUND"
               GO TO 650-EXIT
           END-IF
           DISPLAY "DROP " CG-CAMPAIGN-CODE " " CG-DESCRIPTION "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 650-EXIT
           END-IF
           MOVE WS-CG-IMAGE (WS-CG-COUNT) TO WS-CG-IMAGE (CG-IDX)
           SUBTRACT 1 FROM WS-CG-COUNT
           PERFORM 700-REWRITE-CAMPAIGNS THRU 700-EXIT
           DISPLAY "CAMPAIGN DROPPED".
       650-EXIT.

      ******************************************************************
      * 700-REWRITE-CAMPAIGNS WRITES THE WHOLE CAMPAIGN FILE BACK OUT
      * FROM THE TABLE.
      ******************************************************************
       700-REWRITE-CAMPAIGNS.
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM 710-WRITE-ONE THRU 710-EXIT
               VARYING CG-IDX FROM 1 BY 1 UNTIL CG-IDX > WS-CG-COUNT
           CLOSE CAMPAIGN-FILE.
       700-EXIT.

       710-WRITE-ONE.
           MOVE WS-CG-IMAGE (CG-IDX) TO CG-RECORD
           WRITE CG-RECORD.
       710-EXIT.
