      ******************************************************************
      * STKBAL.cpy - month-end stock balance record layout, kept in
      * StockBalance.txt by STKPROOF. The file is rewritten at every
      * month-end close and is where the next month's roll-forward
      * takes its opening quantities from.
      *
      *   "H"  one header first - the business date of the close and
      *        how many StockLedger.txt records it had consumed, so
      *        the next proof starts at the first movement after it
      *   "B"  one per inventory item - the counted on-hand at each
      *        store as the close left them
      ******************************************************************
       01  SB-RECORD.
           05 SB-REC-TYPE                PIC X.
               88 SB-HEADER                        VALUE "H".
               88 SB-BALANCE                       VALUE "B".
           05 SB-BALANCE-DATA.
               10 SB-ITEM-CODE           PIC X(10).
               10 SB-QTY-STORE1          PIC 9(5).
               10 SB-QTY-STORE2          PIC 9(5).
           05 SB-HEADER-DATA REDEFINES SB-BALANCE-DATA.
               10 SB-AS-OF-DATE          PIC 9(8).
               10 SB-LEDGER-COUNT        PIC 9(8).
               10 FILLER                 PIC X(4).
