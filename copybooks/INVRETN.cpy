      ******************************************************************
      * INVRETN.cpy - invoice line return record layout, appended to
      * InvoiceReturns.txt by PROGRAM1's return mode: one line per
      * invoice detail line (see copybooks/INVDETL.cpy) taken back,
      * carrying the quantity returned and the pro-rated share of the
      * invoice's discount and sales tax refunded with it. A partial
      * return never rewrites the history or the detail file - this
      * log is the record the goods came back, the same way the void
      * log is the record an invoice was cancelled. ZREPORT, GMREPORT,
      * and TAXREMIT net these lines out of the day, the margin, and
      * the state tax; PROGRAM1 sums them per detail line so the same
      * quantity can never be returned twice.
      ******************************************************************
       01  RET-RECORD.
           05 RET-INVOICE-NUMBER         PIC 9(6).

      * Which detail line of the invoice came back - its position
      * among the invoice's lines on InvoiceDetail.txt, so two lines
      * with the same item code are still told apart.

           05 RET-LINE-SEQ               PIC 99.
           05 RET-LINE-TYPE              PIC X.
           05 RET-ITEM-CODE              PIC X(10).
           05 RET-QTY                    PIC 99.
           05 RET-UNIT-PRICE             PIC 9(5)V99.

      * The goods value returned (unit price times quantity), the
      * pro-rated discount taken back off it, and the pro-rated tax
      * refunded on what is left.

           05 RET-LINE-AMOUNT            PIC 9(5)V99.
           05 RET-DISCOUNT-AMT           PIC 9(5)V99.
           05 RET-TAX-AMT                PIC 9(5)V99.

      * The line's pro-rated share of any trade-in allowance the
      * invoice was paid with - the traded bike stays ours, so that
      * share is not paid back out.

           05 RET-TRADE-AMT              PIC 9(5)V99.

      * Restocking fee kept back on this line, and what the customer
      * actually got back for it (amount - discount - trade share
      * + tax - fee).

           05 RET-RESTOCK-FEE            PIC 9(5)V99.
           05 RET-REFUND-AMT             PIC 9(5)V99.

      * How the refund went out: C cash, R card, S store credit,
      * A credited to the client's house account.

           05 RET-REFUND-TENDER          PIC X.
               88 RET-REFUND-CASH                    VALUE "C".
               88 RET-REFUND-CARD                    VALUE "R".
               88 RET-REFUND-STORE-CREDIT            VALUE "S".
               88 RET-REFUND-ACCOUNT                 VALUE "A".

      * The unit cost the line was sold at (DT-UNIT-COST), so the
      * margin report backs out the same cost it booked.

           05 RET-UNIT-COST              PIC 9(5)V99.

      * The state the original sale was taxed in, parsed from the
      * invoice address at return time, for the remittance report.

           05 RET-STATE-CODE             PIC XX.
           05 RET-INVOICE-DATE           PIC 9(8).
           05 RET-RETURN-DATE            PIC 9(8).
           05 RET-RETURN-TIME            PIC 9(8).

      * The store the goods were restocked to (the selling store)
      * and the store and operator that took the return.

           05 RET-RESTOCK-STORE          PIC 99.
           05 RET-STORE-NO               PIC 99.
           05 RET-OPERATOR-ID            PIC X(4).
