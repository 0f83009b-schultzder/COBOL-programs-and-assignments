      ******************************************************************
      * GLPOSTED.cpy - posted journal line record layout, appended to
      * GLPosted.txt by GLEDGER's posting run: each GLJournal.txt line
      * as it went into the ledger, stamped with the batch it posted
      * in. This is what the account drill-down lists behind a
      * balance.
      ******************************************************************
       01  GP-RECORD.
           05 GP-BATCH-NO                PIC 9(6).
           05 GP-DATE                    PIC 9(8).
           05 GP-ACCOUNT-NO              PIC X(8).
           05 GP-DC                      PIC X.
           05 GP-AMOUNT                  PIC 9(9)V99.
           05 GP-SOURCE-KEY              PIC X(10).
           05 GP-POSTED-DATE             PIC 9(8).
