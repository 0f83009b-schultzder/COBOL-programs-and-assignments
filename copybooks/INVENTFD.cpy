      * records from before the field existed.

           05 INV-UNIT-COST              PIC 9(5)V99.

      * Whether the item goes out on the nightly web storefront feed
      * (see DailyClose/WEBFEED). "N" keeps it off the web - shop
      * supplies, service parts, anything sold over the counter only.
      * Anything else, including the space on records from before
      * the field existed, lists the item. Set through INVMNT.

           05 INV-WEB-FLAG               PIC X.
               88 INV-NOT-FOR-WEB                  VALUE "N".

      * How many to order when the item reaches its reorder point -
      * with INV-REORDER-POINT, set from the REORDCAL suggestions a
      * buyer approves (or keyed through INVMNT). PURCHORD's build
      * mode orders up to the reorder point plus this quantity. Zero,
      * including on records from before the field existed, keeps
      * the old order-to-twice-the-reorder-point rule.

           05 INV-ORDER-QTY              PIC 9(5).

      * Merchandise category - a short code of the shop's own choosing
      * (BIKE, PART, ACCY, CLTH, and so on), keyed through INVMNT, so
      * the campaign extract (CAMPEXT) can pick out the clients who
      * bought from a category. Blank, including on records from
      * before the field existed, is uncategorized.

           05 INV-CATEGORY               PIC X(4).
