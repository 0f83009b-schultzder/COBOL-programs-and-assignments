      * SECTORMNT. One record per operator who fulfills the trips we
      * sell (see copybooks/TOUROPFD.cpy): the short code the trip
      * record carries, the operator's name, a billing contact, and
      * an active flag, plus the operator's payment terms in days.
      * Retiring an operator flips the flag instead
      * of deleting the record so historical bookings still resolve.
      ******************************************************************
       ENVIRONMENT DIVISION.
      * File description for the tour-operator master.

       FD  TOUR-OPERATOR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY TOUROPFD.

      * Working storage variables.
          05 WS-INPUT-CODE                   PIC X(3).
          05 WS-INPUT-NAME                   PIC X(20).
          05 WS-INPUT-CONTACT                PIC X(20).
          05 WS-INPUT-NET-DAYS               PIC 9(3).

      * The operator master loaded for maintenance.

             10 WS-TOUR-NAME                 PIC X(20).
             10 WS-TOUR-CONTACT              PIC X(20).
             10 WS-TOUR-ACTIVE               PIC X.
             10 WS-TOUR-NET-DAYS             PIC 9(3).

      * Files

                               TO WS-TOUR-CONTACT (TOUR-X1)
                           MOVE TO-ACTIVE
                               TO WS-TOUR-ACTIVE (TOUR-X1)
                           IF TO-NET-DAYS NUMERIC
                               MOVE TO-NET-DAYS
                                   TO WS-TOUR-NET-DAYS (TOUR-X1)
                           ELSE
                               MOVE ZEROS
                                   TO WS-TOUR-NET-DAYS (TOUR-X1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOUR-OPERATOR-FILE
           DISPLAY " "
           DISPLAY "TOUR-OPERATOR MASTER MAINTENANCE"
           DISPLAY "A - ADD AN OPERATOR"
           DISPLAY "C - CHANGE AN OPERATOR'S NAME/CONTACT/TERMS"
           DISPLAY "R - RETIRE (DEACTIVATE) AN OPERATOR"
           DISPLAY "V - REACTIVATE AN OPERATOR"
           DISPLAY "X - SAVE AND EXIT"
               DISPLAY WS-TOUR-CODE (TOUR-X1) " "
                   WS-TOUR-NAME (TOUR-X1) " "
                   WS-TOUR-CONTACT (TOUR-X1) " "
                   WS-TOUR-ACTIVE (TOUR-X1) " NET "
                   WS-TOUR-NET-DAYS (TOUR-X1)
           END-PERFORM.
       310-EXIT.

           ACCEPT WS-INPUT-NAME
           DISPLAY "ENTER BILLING CONTACT"
           ACCEPT WS-INPUT-CONTACT
           DISPLAY "ENTER TERMS - NET DAYS (0 = 30)"
           MOVE ZEROS TO WS-INPUT-NET-DAYS
           ACCEPT WS-INPUT-NET-DAYS
           IF WS-INPUT-NET-DAYS = ZEROS
               MOVE 30 TO WS-INPUT-NET-DAYS
           END-IF
           ADD 1 TO WS-TOUR-COUNT
           SET TOUR-X1 TO WS-TOUR-COUNT
           MOVE WS-INPUT-CODE TO WS-TOUR-CODE (TOUR-X1)
           MOVE WS-INPUT-NAME TO WS-TOUR-NAME (TOUR-X1)
           MOVE WS-INPUT-CONTACT TO WS-TOUR-CONTACT (TOUR-X1)
           MOVE "Y" TO WS-TOUR-ACTIVE (TOUR-X1)
           MOVE WS-INPUT-NET-DAYS TO WS-TOUR-NET-DAYS (TOUR-X1).
       400-EXIT.

      ******************************************************************
      * 500-CHANGE-OPERATOR REKEYS AN EXISTING OPERATOR'S NAME AND
      * CONTACT, AND OPTIONALLY ITS TERMS.
      ******************************************************************
       500-CHANGE-OPERATOR.
           DISPLAY "ENTER OPERATOR CODE TO CHANGE"
           DISPLAY "ENTER NEW BILLING CONTACT"
           ACCEPT WS-INPUT-CONTACT
           MOVE WS-INPUT-NAME TO WS-TOUR-NAME (WS-ENTRY-SUB)
           MOVE WS-INPUT-CONTACT TO WS-TOUR-CONTACT (WS-ENTRY-SUB)
           DISPLAY "ENTER NEW NET DAYS (0 TO KEEP "
               WS-TOUR-NET-DAYS (WS-ENTRY-SUB) ")"
           MOVE ZEROS TO WS-INPUT-NET-DAYS
           ACCEPT WS-INPUT-NET-DAYS
           IF WS-INPUT-NET-DAYS > ZEROS
               MOVE WS-INPUT-NET-DAYS TO WS-TOUR-NET-DAYS (WS-ENTRY-SUB)
           END-IF.
       500-EXIT.

      ******************************************************************
               MOVE WS-TOUR-NAME (TOUR-X1) TO TO-NAME
               MOVE WS-TOUR-CONTACT (TOUR-X1) TO TO-CONTACT
               MOVE WS-TOUR-ACTIVE (TOUR-X1) TO TO-ACTIVE
               MOVE WS-TOUR-NET-DAYS (TOUR-X1) TO TO-NET-DAYS
               WRITE TO-RECORD
           END-PERFORM
           CLOSE TOUR-OPERATOR-FILE.
