      ******************************************************************
      * FULFILL.cpy - web order fulfillment record layout, kept on
      * Fulfillment.txt. PROGRAM1's batch order mode appends one
      * record, status open, for every storefront order it invoices;
      * the FULFILL desk program prints the pick lists and records
      * the pack and ship confirmations; WEBSHIP lists orders not
      * shipped within two business days and exports the day's
      * shipments, tracking numbers and all, to the storefront.
      *
      *   FF-STATUS         "O" open - invoiced, not yet on a pick list
      *                     "P" picked - printed on a pick list
      *                     "K" packed - carrier and tracking recorded
      *                     "S" shipped - handed to the carrier
      *   FF-SHIP-CHARGE    shipping the storefront collected, billed
      *                     on the invoice (HIST-SHIP-CHARGE)
      *   FF-CARRIER-CHARGE what the carrier charged us for the box,
      *                     keyed at pack confirmation
      ******************************************************************
       01  FF-RECORD.
           05 FF-INVOICE-NUMBER          PIC 9(6).
           05 FF-ORDER-DATE              PIC 9(8).
           05 FF-CLIENT-NO               PIC X(5).
           05 FF-STORE-NO                PIC 99.
           05 FF-STATUS                  PIC X.
               88 FF-OPEN                          VALUE "O".
               88 FF-PICKED                        VALUE "P".
               88 FF-PACKED                        VALUE "K".
               88 FF-SHIPPED                       VALUE "S".
           05 FF-BIKE-CODE               PIC X(10).
           05 FF-ACCESS-CODE             PIC X(10).
           05 FF-ACCESS-QTY              PIC 99.
           05 FF-SHIP-CHARGE             PIC 9(5)V99.
           05 FF-CARRIER                 PIC X(10).
           05 FF-TRACKING-NO             PIC X(25).
           05 FF-CARRIER-CHARGE          PIC 9(5)V99.
           05 FF-PICK-DATE               PIC 9(8).
           05 FF-PACK-DATE               PIC 9(8).
           05 FF-SHIP-DATE               PIC 9(8).
