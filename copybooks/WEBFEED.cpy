      ******************************************************************
      * WEBFEED.cpy - web storefront stock and price feed record, the
      * fixed layout the storefront's nightly import reads from
      * WebStockFeed.txt. Written by DailyClose/WEBFEED, one record
      * per item listed on the web, rebuilt in full every night.
      *
      *   WF-PRICE          the selling price in force on the business
      *                     date - the dated Promotions.txt price when
      *                     one is running, the master price otherwise
      *   WF-QTY-AVAILABLE  both stores' on-hand counts less what open
      *                     special orders have committed, never below
      *                     zero. A kit shows how many whole packages
      *                     its components will make.
      *   WF-PROMO-FLAG     "Y" when WF-PRICE is a promotional price
      ******************************************************************
       01  WF-RECORD.
           05 WF-ITEM-CODE               PIC X(10).
           05 WF-DESCRIPTION             PIC X(25).
           05 WF-PRICE                   PIC 9(5)V99.
           05 WF-QTY-AVAILABLE           PIC 9(5).
           05 WF-PROMO-FLAG              PIC X.
