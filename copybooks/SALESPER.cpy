      * region, and an active flag. A trip whose ID is not on this
      * master is rejected by PROGRAM3's 420-VALIDATE-RECORD the same
      * way a bad region is.
      *
      * The outside agents are independent contractors paid on a
      * 1099-NEC, so the record also carries what the year-end run
      * (COMM1099) needs to report them: the tax ID and its type,
      * the legal name and mailing address the form goes to, and a
      * 1099-eligible flag. COMM1099's M option maintains them.
      * Records from before the fields existed read as blank - no
      * tax ID and not 1099-eligible.
      ******************************************************************
       01  SP-RECORD.
           05 SP-ID                      PIC X(4).
           05 SP-NAME                    PIC X(20).
           05 SP-REGION                  PIC 99.
           05 SP-ACTIVE                  PIC X.
           05 SP-TAX-ID                  PIC X(9).
           05 SP-TIN-TYPE                PIC X.
              88 SP-TIN-IS-EIN           VALUE "1".
              88 SP-TIN-IS-SSN           VALUE "2".
           05 SP-LEGAL-NAME              PIC X(40).
           05 SP-MAIL-ADDRESS            PIC X(40).
           05 SP-MAIL-CITY               PIC X(40).
           05 SP-MAIL-STATE              PIC XX.
           05 SP-MAIL-ZIP                PIC X(9).
           05 SP-1099-FLAG               PIC X.
              88 SP-1099-ELIGIBLE        VALUE "Y".
