      * an item already on order stops being re-flagged every
      * morning until the truck shows up.
      *
      * PO-STATUS: "O" = open (on order), "R" = fully received,
      * "S" = closed short (the vendor will not ship the rest).
      *
      * PO-RECEIVED-COST is the vendor's unit cost keyed at the last
      * receipt (before freight and duty are spread), and
      * PO-QTY-INVOICED the quantity the vendor has billed through
      * APENTRY so far - the receipt and invoice legs of the
      * payables three-way match. Lines written before the fields
      * existed read back blank and are taken as zero.
      ******************************************************************
       01  PO-RECORD.
           05 PO-NUMBER                  PIC 9(6).
           05 PO-STATUS                  PIC X.
           05 PO-ORDER-DATE              PIC 9(8).
           05 PO-RECEIVED-DATE           PIC 9(8).
           05 PO-RECEIVED-COST           PIC 9(5)V99.
           05 PO-QTY-INVOICED            PIC 9(5).
