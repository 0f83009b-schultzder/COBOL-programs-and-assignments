      ******************************************************************
      * BRKSTMT.cpy - broker's monthly cash statement record, as the
      * broker's download is saved for one portfolio and one month
      * (BrokerCash.txt unless another path is keyed). PORTCASH's
      * reconciliation matches it line by line against the cash
      * ledger (see copybooks/CASHLEDG.cpy).
      *
      *   BS-REC-TYPE      O the opening balance for the month
      *                    D one cash movement
      *                    C the closing balance for the month
      *   BS-SIGN          "-" money out of the account (or a
      *                    negative balance); anything else is in
      ******************************************************************
       01 BROKER-STMT-REC.
          05 BS-REC-TYPE                           PIC X.
             88 BS-OPENING                         VALUE "O".
             88 BS-DETAIL                          VALUE "D".
             88 BS-CLOSING                         VALUE "C".
          05 BS-DATE                               PIC 9(8).
          05 BS-SIGN                               PIC X.
          05 BS-AMOUNT                             PIC 9(9)V99.
          05 BS-DESCRIPTION                        PIC X(30).
          05 BS-FILLER                             PIC X(9).
