      * active flag. Maintained by TOURMNT; TRIPENT validates the
      * keyed operator code against it and TOURRECON resolves names
      * on the payables reconciliation.
      *
      * TO-NET-DAYS is the operator's payment terms in days from the
      * invoice; the payables side dates a matched operator invoice's
      * due date from it (zero = the shop's 30-day default).
      ******************************************************************
       01  TO-RECORD.
           05 TO-CODE                    PIC X(3).
           05 TO-NAME                    PIC X(20).
           05 TO-CONTACT                 PIC X(20).
           05 TO-ACTIVE                  PIC X.
           05 TO-NET-DAYS                PIC 9(3).
