      ******************************************************************
      * PENDTRD.cpy - pending trade record. REBALNC writes its
      * proposals in this layout to RebalProposals.txt (status R);
      * each one approved is appended to PendingTrades.txt (status
      * P) under the next pending number. Once the broker has filled
      * it, TRADEENT posts it to the trade ledger at the executed
      * date, shares, and price and marks it E, or marks it C if it
      * was never placed.
      *
      *   PT-EST-PRICE     the PROGRAM2 price the proposal was
      *                    worked out at
      *   PT-DONE-DATE     the trade date it was posted at, or the
      *                    date it was cancelled
      ******************************************************************
       01 PENDING-TRADE-REC.
          05 PT-PEND-NO                            PIC 9(6).
          05 PT-PORTFOLIO                          PIC X(4).
          05 PT-STOCK-CODE                         PIC X(3).
          05 PT-ACTION                             PIC X.
             88 PT-BUY                             VALUE "B".
             88 PT-SELL                            VALUE "S".
          05 PT-SHARES                             PIC 9(9).
          05 PT-EST-PRICE                          PIC 999V99.
          05 PT-SECTOR-CODE                        PIC XX.
          05 PT-PROPOSED-DATE                      PIC 9(8).
          05 PT-STATUS                             PIC X.
             88 PT-PROPOSED                        VALUE "R".
             88 PT-PENDING                         VALUE "P".
             88 PT-EXECUTED                        VALUE "E".
             88 PT-CANCELLED                       VALUE "C".
          05 PT-DONE-DATE                          PIC 9(8).
          05 PT-FILLER                             PIC X(13).
