      ******************************************************************
      * STKLEDG.cpy - perpetual stock-movement ledger record layout,
      * appended to StockLedger.txt by the shared STKPOST subprogram
      * (see copybooks/STKPOSTWS.cpy) every time a program changes an
      * on-hand count on Inventory.dat. STKPROOF rolls it forward at
      * month end to prove the counts.
      *
      *   SL-STORE-NO    1 = INV-QTY-ON-HAND, 2 = INV-QTY-STORE2
      *   SL-MOVE-TYPE   what moved the stock (see the 88s)
      *   SL-QTY-SIGN    "+" onto the shelf, "-" off it, the way
      *                  INVADJ.cpy signs a count variance
      *   SL-SOURCE-DOC  the invoice, purchase order, work order,
      *                  rental agreement, or return to vendor
      *                  (RTV) behind the movement
      *                  (blank for a transfer, count, or keyed
      *                  maintenance change)
      ******************************************************************
       01  SL-RECORD.
           05 SL-DATE                    PIC 9(8).
           05 SL-TIME                    PIC 9(8).
           05 SL-ITEM-CODE               PIC X(10).
           05 SL-STORE-NO                PIC 99.
           05 SL-MOVE-TYPE               PIC X.
               88 SL-RECEIPT                       VALUE "R".
               88 SL-TRANSFER-IN                   VALUE "I".
               88 SL-TRANSFER-OUT                  VALUE "O".
               88 SL-SALE                          VALUE "S".
               88 SL-CUSTOMER-RETURN               VALUE "C".
               88 SL-PART-ISSUED                   VALUE "P".
               88 SL-RENTAL                        VALUE "L".
               88 SL-COUNT-ADJUSTMENT              VALUE "A".
               88 SL-MAINTENANCE                   VALUE "M".
               88 SL-NEW-ITEM                      VALUE "N".
               88 SL-VENDOR-RETURN                 VALUE "V".
           05 SL-QTY-SIGN                PIC X.
           05 SL-QTY                     PIC 9(5).
           05 SL-UNIT-COST               PIC 9(5)V99.
           05 SL-SOURCE-DOC              PIC X(10).
           05 SL-OPERATOR                PIC X(4).
           05 SL-PROGRAM                 PIC X(8).
