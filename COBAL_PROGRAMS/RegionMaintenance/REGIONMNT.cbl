      * PROGRAM5 all load at startup. Region maintenance used to mean
      * editing RegionTable.txt by hand in three different places;
      * this program is the one place to do it instead.
      *
      * The E option keeps each region's entry rules on the same
      * record - the months of document validity the destination
      * asks for past the trip date and whether it needs a visa -
      * which DOCCHECK holds every traveler's document against
      * before departure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-INPUT-REGION-NO              PIC 99.
          05 WS-INPUT-REGION-NAME            PIC X(15).
          05 WS-INPUT-DATE                   PIC X(8).
          05 WS-INPUT-MONTHS                 PIC XX.
          05 WS-INPUT-VISA                   PIC X.
          05 WS-REGION-STATUS                PIC XX.
          05 WS-OPERATOR-STATUS              PIC XX.
          05 WS-CHGLOG-STATUS                PIC XX.

       COPY REGIONTB.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Files

       01 WS-FILES.
           PERFORM 110-READ-OPERATOR THRU 110-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "REGIONMN" TO SO-PROGRAM
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
           DISPLAY "A - ADD A REGION"
           DISPLAY "R - RENAME A REGION"
           DISPLAY "D - CLOSE (RETIRE) A REGION"
           DISPLAY "E - SET A REGION'S ENTRY RULES"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-RETIRE-REGION THRU 600-EXIT
               WHEN "E"
               WHEN "e"
                   PERFORM 650-ENTRY-RULES THRU 650-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               DISPLAY REGION-NO(X1) " " REGION-NAME(X1)
                   " OPENED " REGION-OPENED(X1)
                   " CLOSED " REGION-CLOSED(X1)
                   " VALID MONTHS " REGION-MIN-MONTHS(X1)
                   " VISA " REGION-VISA(X1)
           END-PERFORM.
       310-EXIT.

                   MOVE WS-INPUT-REGION-NAME TO REGION-NAME(X1)
                   MOVE WS-INPUT-DATE TO REGION-OPENED(X1)
                   MOVE SPACES TO REGION-CLOSED(X1)
                   MOVE SPACES TO REGION-MIN-MONTHS(X1)
                   MOVE SPACES TO REGION-VISA(X1)
                   MOVE "ADD" TO WS-SAVED-ACTION
                   MOVE WS-INPUT-REGION-NO TO WS-SAVED-REGION-NO
                   MOVE WS-INPUT-REGION-NAME TO WS-SAVED-REGION-NAME
           END-IF.
       600-EXIT.

      ******************************************************************
      * 650-ENTRY-RULES SETS THE MONTHS OF DOCUMENT VALIDITY PAST THE
      * TRIP DATE A REGION ASKS FOR, AND WHETHER IT NEEDS A VISA.
      ******************************************************************
       650-ENTRY-RULES.
           DISPLAY "ENTER REGION NUMBER FOR ENTRY RULES"
           ACCEPT WS-INPUT-REGION-NO
           PERFORM 700-FIND-REGION THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "REGION NUMBER NOT FOUND"
               GO TO 650-EXIT
           END-IF
           DISPLAY "MONTHS OF DOCUMENT VALIDITY NEEDED PAST THE TRIP "
               "DATE (00-99)"
           ACCEPT WS-INPUT-MONTHS
           IF WS-INPUT-MONTHS NOT NUMERIC
               DISPLAY "MONTHS MUST BE TWO DIGITS - NOTHING CHANGED"
               GO TO 650-EXIT
           END-IF
           DISPLAY "VISA REQUIRED? (Y/N)"
           ACCEPT WS-INPUT-VISA
           IF WS-INPUT-VISA = "y"
               MOVE "Y" TO WS-INPUT-VISA
           END-IF
           IF WS-INPUT-VISA = "n"
               MOVE "N" TO WS-INPUT-VISA
           END-IF
           IF WS-INPUT-VISA NOT = "Y" AND WS-INPUT-VISA NOT = "N"
               DISPLAY "VISA MUST BE Y OR N - NOTHING CHANGED"
               GO TO 650-EXIT
           END-IF
           MOVE WS-INPUT-MONTHS TO REGION-MIN-MONTHS(WS-ENTRY-SUB)
           MOVE WS-INPUT-VISA TO REGION-VISA(WS-ENTRY-SUB)
           DISPLAY "ENTRY RULES SET"
           MOVE "RULES" TO WS-SAVED-ACTION
           MOVE WS-INPUT-REGION-NO TO WS-SAVED-REGION-NO
           MOVE REGION-NAME(WS-ENTRY-SUB) TO WS-SAVED-REGION-NAME
           PERFORM 150-WRITE-CHANGE-LOG THRU 150-EXIT.
       650-EXIT.

      ******************************************************************
      * 700-FIND-REGION SEARCHES THE TABLE FOR WS-INPUT-REGION-NO,
      * SETTING WS-ENTRY-FOUND AND WS-ENTRY-SUB THE SAME WAY PROGRAM5
