      *    outstanding multiplied by it, so the history stays
      *    continuous instead of showing a phantom 50 percent drop.
      *  - Holdings.txt: rekeyed, shares multiplied, average cost
      *    divided - in every portfolio that holds the stock.
      *  - Watchlist.txt: rekeyed (the P/E bounds are ratio-free).
      *
      * Every applied action is noted on the append-only audit
      * File description for the holdings file.

       FD  HOLDINGS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HOLDINGS-RECORD.
           05 HLD-STOCK-CODE             PIC X(3).
           05 HLD-SHARES-HELD            PIC 9(9).
           05 HLD-AVG-COST               PIC 999V99.
           05 HLD-PORTFOLIO              PIC X(4).

      * File description for the watchlist file.

          05 WS-HLD-ENTRIES OCCURS 0 TO 99 TIMES
               DEPENDING ON WS-HLD-COUNT
               INDEXED BY HLD-IDX.
             10 WS-HLD-IMAGE                 PIC X(21).

       01 WS-WATCH-TABLE.
          05 WS-WCH-COUNT                    PIC 99 VALUE 0.
