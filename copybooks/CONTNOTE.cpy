      ******************************************************************
      * CONTNOTE.cpy - client contact note record layout, appended to
      * ContactNotes.txt through the shared CNOTELOG subprogram. One
      * record per contact with a client, whichever desk took it -
      * the register, the service bench, the travel desk or accounts
      * - so whoever answers the next call sees what the others
      * promised. Append-only, like every other log: a note is never
      * changed or removed, and a client's latest notes are the last
      * ones on the file.
      *
      * NT-FOLLOWUP-DATE is the day the department means to come
      * back to the client (zero = no follow-up). The nightly
      * follow-up list (CNOTEFUP) shows a note once that day has
      * come, until a later note for the same client from the same
      * department answers it.
      ******************************************************************
       01  NT-RECORD.
           05 NT-CLIENT-NO               PIC X(5).
           05 NT-DATE                    PIC 9(8).
           05 NT-TIME                    PIC 9(8).
           05 NT-OPERATOR                PIC X(4).
           05 NT-DEPARTMENT              PIC X.
              88 NT-REGISTER             VALUE "R".
              88 NT-SERVICE              VALUE "S".
              88 NT-TRAVEL               VALUE "T".
              88 NT-ACCOUNTS             VALUE "A".
              88 NT-VALID-DEPARTMENT     VALUE "R" "S" "T" "A".
           05 NT-CONTACT-TYPE            PIC XX.
              88 NT-PHONE-IN             VALUE "PI".
              88 NT-PHONE-OUT            VALUE "PO".
              88 NT-VISIT                VALUE "VI".
              88 NT-EMAIL                VALUE "EM".
              88 NT-LETTER               VALUE "LT".
              88 NT-OTHER                VALUE "OT".
              88 NT-VALID-TYPE           VALUE "PI" "PO" "VI" "EM"
                                               "LT" "OT".
           05 NT-FOLLOWUP-DATE           PIC 9(8).
           05 NT-NOTE-TEXT               PIC X(60).
           05 NT-FILLER                  PIC X(4).
