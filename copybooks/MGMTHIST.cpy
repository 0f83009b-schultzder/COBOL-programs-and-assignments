      ******************************************************************
      * MGMTHIST.cpy - management pack figure history record
      * (MgmtPackHist.txt). MGMTPACK appends one line per run with
      * the month's seven headline figures, so the next month's pack
      * and the same month next year have something to compare to.
      * Read back in file order, the latest run for a month wins.
      *
      * The figures, in executive-summary order:
      *   1 sales            5 receivables over 60 days
      *   2 margin percent   6 inventory value
      *   3 travel bookings  7 portfolio value
      *   4 commission paid
      *
      * A figure whose input was missing or out of date when the
      * pack ran is flagged "N" and carries zero - it prints as not
      * on file, never as a zero to compare against.
      ******************************************************************
       01  MGMT-HIST-RECORD.
           05 MH-MONTH                   PIC 9(6).
           05 MH-RUN-DATE                PIC 9(8).
           05 MH-FIGURE OCCURS 7 TIMES.
              10 MH-FIG-FLAG             PIC X.
                 88 MH-FIG-ON-FILE                 VALUE "Y".
              10 MH-FIG-AMOUNT           PIC S9(11)V99.
