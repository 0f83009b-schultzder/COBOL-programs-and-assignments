      ******************************************************************
      * CTLTOT.cpy - nightly control-total file record. PROGRAM3,
      * PROGRAM4, PROGRAM5, and SEASON each append one set per run
      * through the shared CTLPOST poster (see copybooks/CTLPOSTWS.cpy)
      * and CTLBAL proves the steps agree before the stream goes on.
      * A set is one "T" run-totals record followed by one "R" record
      * per region the run saw; a rerun appends a new set and the
      * latest set for a program and business date is the one that
      * counts.
      *
      * Counts are trips - the second salesperson's copy of a split
      * trip is not a second trip. Accepted dollars are the home-
      * currency cost of each accepted trip, whole and unsigned (a
      * cancellation counts at its cost, the way PROGRAM4 and PROGRAM5
      * total it). CT-PRINTED-TOTAL is the grand total the program
      * printed on its own report, zero when it prints none.
      ******************************************************************
       01  CONTROL-TOTAL-RECORD.
           05 CT-BUSINESS-DATE                  PIC 9(8).
           05 CT-PROGRAM                        PIC X(8).
           05 CT-RECORD-TYPE                    PIC X.
              88 CT-RUN-TOTALS                  VALUE "T".
              88 CT-REGION-TOTALS               VALUE "R".
           05 CT-REGION-NO                      PIC XX.
           05 CT-RECORDS-READ                   PIC 9(7).
           05 CT-RECORDS-ACCEPTED               PIC 9(7).
           05 CT-RECORDS-REJECTED               PIC 9(7).
           05 CT-ACCEPTED-AMOUNT                PIC 9(9)V99.
           05 CT-PRINTED-TOTAL                  PIC 9(9)V99.
           05 CT-RUN-TIME                       PIC 9(6).
           05 CT-FILLER                         PIC XX.
