      ******************************************************************
      * SHIPCONF.cpy - shipment confirmation record, the fixed layout
      * the web storefront imports from ShipConfirm.txt to tell its
      * customers their order is on the way. Written nightly by
      * WEBSHIP, one record per storefront order shipped on the
      * business date (see copybooks/FULFILL.cpy).
      ******************************************************************
       01  SC-RECORD.
           05 SC-INVOICE-NUMBER          PIC 9(6).
           05 SC-CLIENT-NO               PIC X(5).
           05 SC-SHIP-DATE               PIC 9(8).
           05 SC-CARRIER                 PIC X(10).
           05 SC-TRACKING-NO             PIC X(25).
