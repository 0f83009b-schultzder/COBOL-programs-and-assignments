       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNOTELOG.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared client contact notes, CALLed the way OPCHECK is (see
      * copybooks/CNOTEWS.cpy for the parameter block). The register,
      * the service bench, the travel desk and client maintenance all
      * read and add client notes through here, so the notes file
      * (see copybooks/CONTNOTE.cpy) has one writer and one layout.
      *
      * A load scans the whole file for the client and keeps the
      * last five notes seen, handing them back newest first with the
      * client's total note count. An add stamps the note with the
      * machine date and time and appends it; nothing on the file is
      * ever changed. A note needs a contact type and some text, and
      * a follow-up date, when one is given, must be a real date no
      * earlier than today.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the client contact notes file.

       SELECT CONTACT-NOTES-FILE
               ASSIGN TO UT-SYS-CONTNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTNOTE-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the client contact notes file.

       FD  CONTACT-NOTES-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CONTNOTE.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-CONTNOTE-STATUS              PIC XX.
          05 WS-NT-EOF                       PIC XXX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-INPUT-FOLLOWUP               PIC 9(8).
          05 WS-RING-NEXT                    PIC 9.
          05 WS-RING-SUB                     PIC 9.
          05 WS-OUT-SUB                      PIC 9.
          05 WS-DEPT-NAME                    PIC X(8).

      * The last five notes read for the client, kept round-robin;
      * WS-RING-NEXT is where the next one goes.

       01 WS-RING-TABLE.
          05 WS-RING-ENTRY OCCURS 5 TIMES    PIC X(100).

       01 WS-FILES.
          05 UT-SYS-CONTNOTE                 PIC X(60)
          VALUE "C:\COBOL\ContactNotes.txt".

       LINKAGE SECTION.
           COPY CNOTEWS.

      * Start of procedure division

       PROCEDURE DIVISION USING NP-PARMS.

      ******************************************************************
      * 000-MAIN-RTN ROUTES THE CALLER'S REQUEST.
      ******************************************************************
       000-MAIN-RTN.
           MOVE "Y" TO NP-RESULT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           EVALUATE NP-ACTION
               WHEN "L"
                   PERFORM 100-LOAD-LATEST THRU 100-EXIT
               WHEN "S"
                   PERFORM 100-LOAD-LATEST THRU 100-EXIT
                   PERFORM 200-SHOW-LATEST THRU 200-EXIT
               WHEN "P"
                   PERFORM 300-PROMPT-NOTE THRU 300-EXIT
               WHEN "A"
                   PERFORM 400-ADD-NOTE THRU 400-EXIT
               WHEN OTHER
                   MOVE "N" TO NP-RESULT
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 100-LOAD-LATEST COUNTS THE CLIENT'S NOTES AND HANDS BACK THE
      * LAST FIVE, NEWEST FIRST. NO FILE MEANS NO NOTES.
      ******************************************************************
       100-LOAD-LATEST.
           MOVE ZEROS TO NP-NOTE-COUNT NP-LATEST-COUNT
           MOVE 1 TO WS-RING-NEXT
           OPEN INPUT CONTACT-NOTES-FILE
           IF WS-CONTNOTE-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           MOVE "NO" TO WS-NT-EOF
           PERFORM 110-READ-NOTE THRU 110-EXIT
               UNTIL WS-NT-EOF = "YES"
           CLOSE CONTACT-NOTES-FILE
           IF NP-NOTE-COUNT > 5
               MOVE 5 TO NP-LATEST-COUNT
           ELSE
               MOVE NP-NOTE-COUNT TO NP-LATEST-COUNT
           END-IF
           MOVE WS-RING-NEXT TO WS-RING-SUB
           PERFORM 120-HAND-BACK THRU 120-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > NP-LATEST-COUNT.
       100-EXIT.

       110-READ-NOTE.
           READ CONTACT-NOTES-FILE
               AT END
                   MOVE "YES" TO WS-NT-EOF
                   GO TO 110-EXIT
           END-READ
           IF NT-CLIENT-NO NOT = NP-CLIENT-NO
               GO TO 110-EXIT
           END-IF
           ADD 1 TO NP-NOTE-COUNT
           MOVE NT-RECORD TO WS-RING-ENTRY (WS-RING-NEXT)
           IF WS-RING-NEXT = 5
               MOVE 1 TO WS-RING-NEXT
           ELSE
               ADD 1 TO WS-RING-NEXT
           END-IF.
       110-EXIT.

      * Steps back round the ring from the newest note.

       120-HAND-BACK.
           IF WS-RING-SUB = 1
               MOVE 5 TO WS-RING-SUB
           ELSE
               SUBTRACT 1 FROM WS-RING-SUB
           END-IF
           MOVE WS-RING-ENTRY (WS-RING-SUB) TO NT-RECORD
           MOVE NT-DATE TO NP-LT-DATE (WS-OUT-SUB)
           MOVE NT-OPERATOR TO NP-LT-OPERATOR (WS-OUT-SUB)
           MOVE NT-DEPARTMENT TO NP-LT-DEPARTMENT (WS-OUT-SUB)
           MOVE NT-CONTACT-TYPE TO NP-LT-TYPE (WS-OUT-SUB)
           MOVE NT-FOLLOWUP-DATE TO NP-LT-FOLLOWUP (WS-OUT-SUB)
           MOVE NT-NOTE-TEXT TO NP-LT-TEXT (WS-OUT-SUB).
       120-EXIT.

      ******************************************************************
      * 200-SHOW-LATEST LISTS THE NOTES LOADED ON THE CONSOLE, FOR THE
      * DESKS THAT WORK A LINE AT A TIME.
      ******************************************************************
       200-SHOW-LATEST.
           IF NP-NOTE-COUNT = ZEROS
               DISPLAY "NO CONTACT NOTES ON FILE FOR CLIENT "
                   NP-CLIENT-NO
               GO TO 200-EXIT
           END-IF
           DISPLAY "CONTACT NOTES FOR CLIENT " NP-CLIENT-NO " - "
               NP-NOTE-COUNT " ON FILE, LATEST FIRST"
           PERFORM 210-SHOW-ONE THRU 210-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > NP-LATEST-COUNT.
       200-EXIT.

       210-SHOW-ONE.
           EVALUATE NP-LT-DEPARTMENT (WS-OUT-SUB)
               WHEN "R"
                   MOVE "REGISTER" TO WS-DEPT-NAME
               WHEN "S"
                   MOVE "SERVICE " TO WS-DEPT-NAME
               WHEN "T"
                   MOVE "TRAVEL  " TO WS-DEPT-NAME
               WHEN "A"
                   MOVE "ACCOUNTS" TO WS-DEPT-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-DEPT-NAME
           END-EVALUATE
           DISPLAY NP-LT-DATE (WS-OUT-SUB) " "
               WS-DEPT-NAME " " NP-LT-OPERATOR (WS-OUT-SUB) " "
               NP-LT-TYPE (WS-OUT-SUB) " " NP-LT-TEXT (WS-OUT-SUB)
           IF NP-LT-FOLLOWUP (WS-OUT-SUB) > ZEROS
               DISPLAY "         FOLLOW UP BY "
                   NP-LT-FOLLOWUP (WS-OUT-SUB)
           END-IF.
       210-EXIT.

      ******************************************************************
      * 300-PROMPT-NOTE TAKES A NEW NOTE ON THE CONSOLE AND APPENDS
      * IT. A BAD CONTACT TYPE OR FOLLOW-UP DATE IS REKEYED; A BLANK
      * NOTE ABANDONS THE ADD.
      ******************************************************************
       300-PROMPT-NOTE.
           DISPLAY "CONTACT TYPE - PI PHONE IN, PO PHONE OUT, VI VISIT,"
           DISPLAY "               EM E-MAIL, LT LETTER, OT OTHER"
           MOVE SPACES TO NP-NEW-TYPE
           ACCEPT NP-NEW-TYPE
           INSPECT NP-NEW-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE NP-NEW-TYPE TO NT-CONTACT-TYPE
           IF NOT NT-VALID-TYPE
               DISPLAY "NOT A CONTACT TYPE - REKEY"
               GO TO 300-PROMPT-NOTE
           END-IF
           DISPLAY "NOTE (UP TO 60 CHARACTERS, BLANK = CANCEL)"
           MOVE SPACES TO NP-NEW-TEXT
           ACCEPT NP-NEW-TEXT
           IF NP-NEW-TEXT = SPACES
               DISPLAY "NO NOTE ADDED"
               MOVE "N" TO NP-RESULT
               GO TO 300-EXIT
           END-IF
           PERFORM 310-PROMPT-FOLLOWUP THRU 310-EXIT
           PERFORM 400-ADD-NOTE THRU 400-EXIT
           IF NP-RESULT = "Y"
               DISPLAY "NOTE ADDED"
           END-IF.
       300-EXIT.

       310-PROMPT-FOLLOWUP.
           DISPLAY "FOLLOW-UP DATE (YYYYMMDD, ENTER FOR NONE)"
           MOVE ZEROS TO WS-INPUT-FOLLOWUP
           ACCEPT WS-INPUT-FOLLOWUP
           MOVE WS-INPUT-FOLLOWUP TO NP-NEW-FOLLOWUP
           PERFORM 410-CHECK-FOLLOWUP THRU 410-EXIT
           IF NP-RESULT = "N"
               DISPLAY "FOLLOW-UP MUST BE A DATE FROM TODAY ON - REKEY"
               MOVE "Y" TO NP-RESULT
               GO TO 310-PROMPT-FOLLOWUP
           END-IF.
       310-EXIT.

      ******************************************************************
      * 400-ADD-NOTE CHECKS AND APPENDS THE NOTE IN NP-NEW-*,
      * CREATING THE FILE ON ITS FIRST USE.
      ******************************************************************
       400-ADD-NOTE.
           MOVE NP-NEW-TYPE TO NT-CONTACT-TYPE
           IF NOT NT-VALID-TYPE OR NP-NEW-TEXT = SPACES
               MOVE "N" TO NP-RESULT
               GO TO 400-EXIT
           END-IF
           PERFORM 410-CHECK-FOLLOWUP THRU 410-EXIT
           IF NP-RESULT = "N"
               GO TO 400-EXIT
           END-IF
           OPEN EXTEND CONTACT-NOTES-FILE
           IF WS-CONTNOTE-STATUS NOT = "00"
               OPEN OUTPUT CONTACT-NOTES-FILE
               IF WS-CONTNOTE-STATUS NOT = "00"
                   MOVE "N" TO NP-RESULT
                   GO TO 400-EXIT
               END-IF
           END-IF
           MOVE SPACES TO NT-RECORD
           MOVE NP-CLIENT-NO TO NT-CLIENT-NO
           MOVE WS-TODAY TO NT-DATE
           ACCEPT NT-TIME FROM TIME
           MOVE NP-OPERATOR TO NT-OPERATOR
           MOVE NP-DEPARTMENT TO NT-DEPARTMENT
           MOVE NP-NEW-TYPE TO NT-CONTACT-TYPE
           MOVE NP-NEW-FOLLOWUP TO NT-FOLLOWUP-DATE
           MOVE NP-NEW-TEXT TO NT-NOTE-TEXT
           WRITE NT-RECORD
           CLOSE CONTACT-NOTES-FILE.
       400-EXIT.

      * A follow-up date is optional; one given must be a real date
      * no earlier than today.

       410-CHECK-FOLLOWUP.
           IF NP-NEW-FOLLOWUP NOT NUMERIC
               MOVE "N" TO NP-RESULT
               GO TO 410-EXIT
           END-IF
           IF NP-NEW-FOLLOWUP = ZEROS
               GO TO 410-EXIT
           END-IF
           IF NP-NEW-FOLLOWUP < WS-TODAY
               MOVE "N" TO NP-RESULT
               GO TO 410-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (NP-NEW-FOLLOWUP) NOT = 0
               MOVE "N" TO NP-RESULT
           END-IF.
       410-EXIT.
