      * and addresses used to live in a rolodex next to the word
      * processor; this file is the one place they are keyed now, the
      * same way INVMNT is the one place inventory is keyed.
      *
      * Each vendor also carries the lead time they have promised,
      * in days, which VENDSCOR's quarterly scorecard measures their
      * on-time deliveries against, and its payment terms - net
      * days plus any early-payment discount - which the payables
      * programs date each invoice's due date from.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-INPUT-ADDRESS                PIC X(25).
          05 WS-INPUT-CSZ                    PIC X(22).
          05 WS-INPUT-PHONE                  PIC X(15).
          05 WS-INPUT-PROMISED               PIC 9(3).
          05 WS-INPUT-NET-DAYS               PIC 9(3).
          05 WS-INPUT-DISC-PCT               PIC 9V99.
          05 WS-INPUT-DISC-DAYS              PIC 9(3).
          05 WS-CONFIRM                      PIC X.

      * Files
           DISPLAY " "
           DISPLAY "VENDOR MASTER MAINTENANCE"
           DISPLAY "A - ADD A VENDOR"
           DISPLAY "C - CHANGE A VENDOR'S NAME/ADDRESS/PHONE/TERMS"
           DISPLAY "D - RETIRE (DELETE) A VENDOR"
           DISPLAY "L - LIST ALL VENDORS ON FILE"
           DISPLAY "X - EXIT"
           ACCEPT WS-INPUT-CSZ
           DISPLAY "ENTER VENDOR PHONE"
           ACCEPT WS-INPUT-PHONE
           DISPLAY "ENTER PROMISED LEAD DAYS (0 = NOT AGREED)"
           MOVE ZEROS TO WS-INPUT-PROMISED
           ACCEPT WS-INPUT-PROMISED
           DISPLAY "ENTER TERMS - NET DAYS (0 = 30)"
           MOVE ZEROS TO WS-INPUT-NET-DAYS
           ACCEPT WS-INPUT-NET-DAYS
           IF WS-INPUT-NET-DAYS = ZEROS
               MOVE 30 TO WS-INPUT-NET-DAYS
           END-IF
           DISPLAY "ENTER EARLY-PAYMENT DISCOUNT PERCENT (9.99, "
               "0 = NONE)"
           MOVE ZEROS TO WS-INPUT-DISC-PCT WS-INPUT-DISC-DAYS
           ACCEPT WS-INPUT-DISC-PCT
           IF WS-INPUT-DISC-PCT > ZEROS
               DISPLAY "ENTER DAYS THE DISCOUNT IS GOOD FOR"
               ACCEPT WS-INPUT-DISC-DAYS
           END-IF
           MOVE WS-INPUT-VENDOR-NO TO VN-VENDOR-NO
           MOVE WS-INPUT-NAME TO VN-NAME
           MOVE WS-INPUT-ADDRESS TO VN-ADDRESS
           MOVE WS-INPUT-CSZ TO VN-CITY-STATE-ZIP
           MOVE WS-INPUT-PHONE TO VN-PHONE
           MOVE WS-INPUT-PROMISED TO VN-PROMISED-DAYS
           MOVE WS-INPUT-NET-DAYS TO VN-NET-DAYS
           MOVE WS-INPUT-DISC-PCT TO VN-DISC-PCT
           MOVE WS-INPUT-DISC-DAYS TO VN-DISC-DAYS
           WRITE VN-RECORD
               INVALID KEY
                   DISPLAY "VENDOR NUMBER ALREADY EXISTS"
           END-READ
           DISPLAY "ON FILE: " VN-NAME " " VN-ADDRESS " "
               VN-CITY-STATE-ZIP " " VN-PHONE
           IF VN-PROMISED-DAYS NOT NUMERIC
               MOVE ZEROS TO VN-PROMISED-DAYS
           END-IF
           DISPLAY "PROMISED LEAD DAYS: " VN-PROMISED-DAYS
           IF VN-NET-DAYS NOT NUMERIC
               MOVE ZEROS TO VN-NET-DAYS
           END-IF
           IF VN-DISC-PCT NOT NUMERIC OR VN-DISC-DAYS NOT NUMERIC
               MOVE ZEROS TO VN-DISC-PCT VN-DISC-DAYS
           END-IF
           DISPLAY "TERMS: NET " VN-NET-DAYS " DISCOUNT " VN-DISC-PCT
               "% IN " VN-DISC-DAYS " DAYS"
           MOVE SPACES TO WS-INPUT-NAME
           DISPLAY "ENTER NEW NAME (ENTER TO KEEP)"
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-PHONE NOT = SPACES
               MOVE WS-INPUT-PHONE TO VN-PHONE
           END-IF
           MOVE ZEROS TO WS-INPUT-PROMISED
           DISPLAY "ENTER NEW PROMISED LEAD DAYS (0 TO KEEP)"
           ACCEPT WS-INPUT-PROMISED
           IF WS-INPUT-PROMISED > ZEROS
               MOVE WS-INPUT-PROMISED TO VN-PROMISED-DAYS
           END-IF
           MOVE ZEROS TO WS-INPUT-NET-DAYS
           DISPLAY "ENTER NEW NET DAYS (0 TO KEEP)"
           ACCEPT WS-INPUT-NET-DAYS
           IF WS-INPUT-NET-DAYS > ZEROS
               MOVE WS-INPUT-NET-DAYS TO VN-NET-DAYS
           END-IF

      * A discount has to be clearable, so the percent is asked as
      * keep / change / none rather than treating zero as keep.

           DISPLAY "DISCOUNT - K=KEEP C=CHANGE N=NONE"
           MOVE "K" TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "N" OR WS-CONFIRM = "n"
               MOVE ZEROS TO VN-DISC-PCT VN-DISC-DAYS
           END-IF
           IF WS-CONFIRM = "C" OR WS-CONFIRM = "c"
               DISPLAY "ENTER DISCOUNT PERCENT (9.99)"
               MOVE ZEROS TO WS-INPUT-DISC-PCT WS-INPUT-DISC-DAYS
               ACCEPT WS-INPUT-DISC-PCT
               DISPLAY "ENTER DAYS THE DISCOUNT IS GOOD FOR"
               ACCEPT WS-INPUT-DISC-DAYS
               MOVE WS-INPUT-DISC-PCT TO VN-DISC-PCT
               MOVE WS-INPUT-DISC-DAYS TO VN-DISC-DAYS
           END-IF
           REWRITE VN-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED - STATUS " WS-VENDOR-STATUS
