      ******************************************************************
      * WTYTERMS.cpy - manufacturer warranty terms record layout, kept
      * on WarrantyTerms.txt and maintained through WTYCLAIM's terms
      * mode. One record per manufacturer whose frames and parts we
      * do warranty work on:
      *
      *   WT-MFR-CODE        the short code the bench keys on a
      *                      warranty work-order line
      *   WT-LABOR-RATE      the flat amount the manufacturer pays per
      *                      warranty labor line, whatever the bench
      *                      time was
      *   WT-WARRANTY-DAYS   how long after the sale date (the
      *                      HIST-SERIAL-NO sale on the invoice
      *                      history) a bike is covered
      ******************************************************************
       01  WT-RECORD.
           05 WT-MFR-CODE                PIC X(4).
           05 WT-MFR-NAME                PIC X(25).
           05 WT-LABOR-RATE              PIC 9(5)V99.
           05 WT-WARRANTY-DAYS           PIC 9(4).
