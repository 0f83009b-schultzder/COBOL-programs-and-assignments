      ******************************************************************
      * COSTCHG.cpy - unit cost change log record layout, appended to
      * CostChangeLog.txt whenever a program changes INV-UNIT-COST on
      * the shared inventory file. PURCHORD's receiving mode writes
      * one for every receipt that moves the weighted-average cost,
      * with the PO it came in on, the quantity received, and the
      * landed unit cost (vendor invoice cost plus its share of the
      * freight, duty, and other charges) that was averaged in.
      * INVMNT's change screen logs a keyed cost with no PO.
      ******************************************************************
       01  CC-RECORD.
           05 CC-ITEM-CODE               PIC X(10).
           05 CC-OLD-COST                PIC 9(5)V99.
           05 CC-NEW-COST                PIC 9(5)V99.
           05 CC-PO-NUMBER               PIC 9(6).
           05 CC-QTY-RECEIVED            PIC 9(5).
           05 CC-LANDED-COST             PIC 9(5)V99.
           05 CC-DATE                    PIC 9(8).
           05 CC-TIME                    PIC 9(8).
           05 CC-SOURCE                  PIC X(8).
