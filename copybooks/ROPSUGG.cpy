      ******************************************************************
      * ROPSUGG.cpy - reorder suggestion record layout, written to
      * ReorderSuggest.txt by REORDCAL's calculation (one record per
      * item whose worked-out reorder point or order quantity differs
      * from what is on Inventory.dat) and read back by its approval
      * mode, where a buyer takes or refuses each line. Nothing here
      * touches the inventory file until it is approved.
      *
      *   RS-AVG-DAILY        units sold per day over the analysis
      *                       window, before the seasonal factor
      *   RS-SEASONAL-FACTOR  last year's sales over the coming window
      *                       divided by last year's sales over the
      *                       window just ended (1.00 when last year
      *                       gives nothing to go on)
      *   RS-LEAD-DAYS        the vendor's average order-to-receipt
      *                       days off PurchaseOrders.txt
      *   RS-STATUS           "P" pending, "A" approved, "R" refused
      ******************************************************************
       01  RS-RECORD.
           05 RS-ITEM-CODE               PIC X(10).
           05 RS-VENDOR-NO               PIC X(4).
           05 RS-CURRENT-ROP             PIC 9(5).
           05 RS-SUGGESTED-ROP           PIC 9(5).
           05 RS-CURRENT-ORDER-QTY       PIC 9(5).
           05 RS-SUGGESTED-ORDER-QTY     PIC 9(5).
           05 RS-AVG-DAILY               PIC 9(3)V99.
           05 RS-SEASONAL-FACTOR         PIC 9V99.
           05 RS-LEAD-DAYS               PIC 9(3).
           05 RS-CALC-DATE               PIC 9(8).
           05 RS-STATUS                  PIC X.
               88 RS-PENDING                       VALUE "P".
               88 RS-APPROVED                      VALUE "A".
               88 RS-REFUSED                       VALUE "R".
