      ******************************************************************
      * ROPCHG.cpy - reorder change log record layout, appended to
      * ReorderChangeLog.txt by REORDCAL's approval mode for every
      * suggestion a buyer approves onto Inventory.dat: the old and
      * new reorder point and order quantity, who approved it, when,
      * and the date of the calculation it came from.
      ******************************************************************
       01  RC-RECORD.
           05 RC-ITEM-CODE               PIC X(10).
           05 RC-OLD-ROP                 PIC 9(5).
           05 RC-NEW-ROP                 PIC 9(5).
           05 RC-OLD-ORDER-QTY           PIC 9(5).
           05 RC-NEW-ORDER-QTY           PIC 9(5).
           05 RC-CALC-DATE               PIC 9(8).
           05 RC-OPERATOR                PIC X(4).
           05 RC-DATE                    PIC 9(8).
           05 RC-TIME                    PIC 9(8).
