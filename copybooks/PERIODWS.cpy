      ******************************************************************
      * PERIODWS.cpy - parameter block for the shared PERIODCHK
      * closed-period check (CALLed the way OPCHECK is). A catch-up
      * cycle stamped with last month's date used to write new
      * activity into a month already remitted and closed with the
      * accountant. Every posting program now asks PERIODCHK before
      * it posts:
      *
      *   PC-POST-DATE   the date the activity would post under
      *   PC-PROGRAM     the program asking
      *   PC-OPERATOR    the signed-on operator (spaces for a batch
      *                  run with no sign-on)
      *   PC-DETAIL      what was being posted, for the exception log
      *   PC-ALLOWED     "Y" or "N" back from the checker
      *   PC-CLOSED-BY / PC-CLOSED-DATE  who closed the month and
      *                  when, back with an "N"
      *
      * A refusal is written to the closed-period exception log
      * (see copybooks/PERIODXC.cpy) by PERIODCHK itself. With no
      * period-control file on hand every month is open.
      ******************************************************************
       01 PC-PARMS.
          05 PC-POST-DATE                    PIC 9(8).
          05 PC-PROGRAM                      PIC X(10).
          05 PC-OPERATOR                     PIC X(4).
          05 PC-DETAIL                       PIC X(30).
          05 PC-ALLOWED                      PIC X.
          05 PC-CLOSED-BY                    PIC X(4).
          05 PC-CLOSED-DATE                  PIC 9(8).
