
       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Credit-check and held-order working fields. Their own
      * group - they must not ride inside PM-PARMS, which is passed
      * whole to OPCHECK.
           PERFORM 065-READ-OPERATOR THRU 065-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-OPERATOR-ID TO SO-OPERATOR
           MOVE "PROJECT1" TO SO-PROGRAM
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
                   MOVE WS-CLIENT-NAME TO CM-CLIENT-NAME
                   MOVE ZEROS TO CM-LOYALTY-POINTS
                   MOVE "A" TO CM-ACTIVE-FLAG
                   MOVE SPACES TO CM-PRICING-TIER CM-NSF-HOLD
                   MOVE SPACES TO CM-CONSENT-MAIL CM-CONSENT-PHONE
                       CM-CONSENT-EMAIL
                   WRITE CM-MASTER-RECORD
               NOT INVALID KEY
                   IF CM-ACTIVE-FLAG = "I"
