      ******************************************************************
      * GLBAL.cpy - general ledger period balance record layout, kept
      * on GLBalances.txt by GLEDGER's posting run. One line per
      * account per month (GB-PERIOD YYYYMM) with the month's posted
      * debits and credits. Balances are built from these: a balance
      * sheet account's balance is every period through the month, an
      * income statement account's is its periods within the year.
      ******************************************************************
       01  GB-RECORD.
           05 GB-ACCOUNT-NO              PIC X(8).
           05 GB-PERIOD                  PIC 9(6).
           05 GB-DEBITS                  PIC 9(11)V99.
           05 GB-CREDITS                 PIC 9(11)V99.
