      * OPCHECK checker at every gated path. Every grant or revoke
      * appends a before/after line to the audit file, so who gave
      * whom void authority is a matter of record.
      *
      * The supervisor desk is also where an operator locked out by
      * three wrong PINs is let back in: the reset (through the
      * shared OPSIGNON checker) clears the lockout and gives the
      * operator a temporary PIN they must change at their next
      * sign-on. The reset is audited here and on the security log.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY OPERATOR.

      * File description for the audit file: when, which supervisor,
      * grant, revoke, or PIN reset, whose access, to which function.

       FD  PERM-AUDIT-FILE
           RECORD CONTAINS 40 CHARACTERS.
          05 WS-INPUT-FUNCTION               PIC X(12).
          05 WS-GRANT-FOUND                  PIC XXX.
          05 WS-GRANT-SUB                    PIC 9(3).
          05 WS-INPUT-PIN                    PIC X(8).

      * The matrix loaded for maintenance.

             10 WS-GR-OPERATOR               PIC X(4).
             10 WS-GR-FUNCTION               PIC X(12).

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Files

       01 WS-FILES.
           PERFORM 060-READ-OPERATOR THRU 060-EXIT
               UNTIL WS-OP-EOF = "YES" OR WS-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WS-MANAGER-ID TO SO-OPERATOR
           MOVE "PERMMNT" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           CALL "OPSIGNON" USING SO-PARMS
           IF SO-RESULT NOT = "G" AND SO-RESULT NOT = "N"
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OP-FOUND = "NO" OR WS-MANAGER-AUTH < 3
               DISPLAY "PERMISSIONS MAINTENANCE NEEDS A LEVEL-3 "
                   "SUPERVISOR - SESSION ENDED"
           DISPLAY "L - LIST AN OPERATOR'S GRANTS"
           DISPLAY "G - GRANT A FUNCTION"
           DISPLAY "R - REVOKE A FUNCTION"
           DISPLAY "P - RESET AN OPERATOR'S PIN"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
               WHEN "R"
               WHEN "r"
                   PERFORM 500-REVOKE THRU 500-EXIT
               WHEN "P"
               WHEN "p"
                   PERFORM 600-RESET-PIN THRU 600-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
           DISPLAY "REVOKED".
       500-EXIT.

      ******************************************************************
      * 600-RESET-PIN LETS A LOCKED-OUT (OR FORGETFUL) OPERATOR BACK
      * IN: OPSIGNON CLEARS THE LOCKOUT AND FILES THE TEMPORARY PIN
      * KEYED HERE, WHICH THE OPERATOR MUST CHANGE AT SIGN-ON.
      ******************************************************************
       600-RESET-PIN.
           DISPLAY "ENTER OPERATOR ID (4 CHARACTERS)"
           MOVE SPACES TO WS-INPUT-OPERATOR
           ACCEPT WS-INPUT-OPERATOR
           IF WS-INPUT-OPERATOR = SPACES
               GO TO 600-EXIT
           END-IF
           DISPLAY "TEMPORARY PIN - 4 TO 8 DIGITS"
           MOVE SPACES TO WS-INPUT-PIN
           ACCEPT WS-INPUT-PIN WITH SECURE
           MOVE "R" TO SO-REQUEST
           MOVE WS-INPUT-OPERATOR TO SO-OPERATOR
           MOVE "PERMMNT" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           MOVE WS-MANAGER-ID TO SO-SUPERVISOR
           MOVE WS-INPUT-PIN TO SO-NEW-PIN
           CALL "OPSIGNON" USING SO-PARMS
           MOVE SPACES TO WS-INPUT-PIN SO-NEW-PIN
           EVALUATE SO-RESULT
               WHEN "R"
                   MOVE "P" TO PAU-ACTION
                   MOVE "PINRESET" TO WS-INPUT-FUNCTION
                   PERFORM 800-WRITE-AUDIT THRU 800-EXIT
                   DISPLAY "PIN RESET - " WS-INPUT-OPERATOR
                       " MUST CHOOSE A NEW ONE AT SIGN-ON"
               WHEN "N"
                   DISPLAY "OPERATOR " WS-INPUT-OPERATOR
                       " NOT ON FILE"
               WHEN "C"
                   DISPLAY "A PIN IS 4 TO 8 DIGITS - NOT RESET"
               WHEN OTHER
                   DISPLAY "OPERATOR FILE COULD NOT BE UPDATED - "
                       "NOT RESET"
           END-EVALUATE.
       600-EXIT.

       700-FIND-GRANT.
           MOVE "NO" TO WS-GRANT-FOUND
           PERFORM VARYING GR-X1 FROM 1 BY 1

      ******************************************************************
      * 800-WRITE-AUDIT APPENDS ONE LINE PER GRANT CHANGE - WHEN,
      * WHICH SUPERVISOR, G OR R, WHOSE ACCESS, WHICH FUNCTION. A
      * PIN RESET IS LOGGED AS P AGAINST "PINRESET".
      ******************************************************************
       800-WRITE-AUDIT.
           OPEN EXTEND PERM-AUDIT-FILE
