      ******************************************************************
      * CASHLEDG.cpy - portfolio cash ledger record, kept on the
      * append-only PortfolioCash.txt and written only by PORTCASH.
      * One record per movement of cash in a portfolio's brokerage
      * account - a trade settling, a dividend landing, a deposit,
      * a withdrawal, or a fee the broker charged.
      *
      *   CL-SETTLE-DATE   the day the cash moves - a trade's date
      *                    plus the portfolio's settlement days
      *                    (see copybooks/PORTFOL.cpy), a receipt's
      *                    received date, or the keyed date
      *   CL-TRADE-DATE    the trade date of a BUY/SEL; the same as
      *                    the settle date for everything else
      *   CL-AMOUNT        signed - positive is money into the
      *                    account, negative money out. A buy posts
      *                    shares times price plus fees out, a sell
      *                    shares times price less fees in
      *   CL-SOURCE-SEQ    the TradeLedger.txt line a BUY/SEL was
      *                    posted from, or the DividendReceipts.txt
      *                    line a DIV was posted from - the highest
      *                    one on file is where the next posting run
      *                    picks up. Zero on a keyed entry
      ******************************************************************
       01 CASH-LEDGER-REC.
          05 CL-PORTFOLIO                          PIC X(4).
          05 CL-SETTLE-DATE                        PIC 9(8).
          05 CL-TRADE-DATE                         PIC 9(8).
          05 CL-TYPE                               PIC X(3).
             88 CL-BUY                             VALUE "BUY".
             88 CL-SELL                            VALUE "SEL".
             88 CL-DIVIDEND                        VALUE "DIV".
             88 CL-DEPOSIT                         VALUE "DEP".
             88 CL-WITHDRAWAL                      VALUE "WDL".
             88 CL-FEE                             VALUE "FEE".
          05 CL-STOCK-CODE                         PIC X(3).
          05 CL-AMOUNT                             PIC S9(9)V99.
          05 CL-SOURCE-SEQ                         PIC 9(6).
          05 CL-MEMO                               PIC X(20).
          05 CL-ENTERED-DATE                       PIC 9(8).
          05 CL-FILLER                             PIC X(9).
