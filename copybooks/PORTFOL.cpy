      ******************************************************************
      * PORTFOL.cpy - portfolio master record, kept on Portfolios.txt
      * and maintained by PORTMNT. One record per account the trade
      * ledger is kept for - the firm's own account, the owner's
      * retirement account, the profit-sharing plan. The portfolio
      * ID is carried on every TradeLedger.txt trade, Holdings.txt
      * position, and DividendReceipts.txt receipt.
      *
      *   PF-TAX-STATUS    T taxable - realized gain/loss is
      *                      reported
      *                    D tax-deferred - TRADEENT suppresses the
      *                      realized gain/loss report
      *   PF-SETTLE-DAYS   business days from trade date to
      *                    settlement at this portfolio's broker -
      *                    PORTCASH posts trade cash on that day;
      *                    blank means one (T+1)
      ******************************************************************
       01 PORTFOLIO-REC.
          05 PF-ID                                 PIC X(4).
          05 PF-NAME                               PIC X(30).
          05 PF-OWNER                              PIC X(20).
          05 PF-TAX-STATUS                         PIC X.
             88 PF-TAXABLE                         VALUE "T".
             88 PF-TAX-DEFERRED                    VALUE "D".
          05 PF-SETTLE-DAYS                        PIC 9.
          05 PF-FILLER                             PIC X(4).
