      ******************************************************************
      * BINLOC.cpy - item bin location record layout, read from
      * BinLocations.txt. One line per place an item is kept: the
      * item code, the store, and the bin - aisle, bay, and shelf. An
      * item stocked in more than one place has a line for each.
      *
      * The bin fields are compared as they are keyed, so aisles and
      * bays are coded in the order the back room is walked (01, 02,
      * ... or A, B, ...) and the count sheets (CYCLECNT), the
      * put-away list at receiving (PURCHORD), and the web-order pick
      * list (FULFILL) all sort by them. Maintained through INVMNT;
      * BINXCPT lists items with no location at a store.
      ******************************************************************
       01  BL-RECORD.
           05 BL-ITEM-CODE               PIC X(10).
           05 BL-STORE-NO                PIC 99.
           05 BL-BIN.
              10 BL-AISLE                PIC X(3).
              10 BL-BAY                  PIC X(3).
              10 BL-SHELF                PIC X(2).
