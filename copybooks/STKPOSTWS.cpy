      ******************************************************************
      * STKPOSTWS.cpy - parameter block for the shared STKPOST stock-
      * ledger poster (CALLed the way FILERR is). Every program that
      * changes an on-hand count on Inventory.dat calls it once per
      * item and store right after the REWRITE, so the ledger (see
      * copybooks/STKLEDG.cpy) carries every movement:
      *
      *   SK-ITEM-CODE / SK-STORE-NO   what moved, and whose bucket
      *   SK-MOVE-TYPE   R receipt, I/O transfer in/out, S sale,
      *                  C customer return to stock, P part issued to
      *                  a work order, L rental out or back, A count
      *                  adjustment, M keyed maintenance change,
      *                  N new item's opening count, V return to
      *                  vendor
      *   SK-QTY         the change to the count - negative off the
      *                  shelf. Zero posts nothing.
      *   SK-UNIT-COST   INV-UNIT-COST at the time of the movement
      *   SK-SOURCE-DOC  invoice, PO, work order, agreement, or RTV
      *                  number
      *   SK-OPERATOR / SK-PROGRAM     who moved it
      *
      * The date and time stamped are the moment of posting, so a
      * movement always lands in the roll-forward period that saw
      * the on-hand count change.
      ******************************************************************
       01 SK-PARMS.
          05 SK-ITEM-CODE                    PIC X(10).
          05 SK-STORE-NO                     PIC 99.
          05 SK-MOVE-TYPE                    PIC X.
          05 SK-QTY                          PIC S9(5).
          05 SK-UNIT-COST                    PIC 9(5)V99.
          05 SK-SOURCE-DOC                   PIC X(10).
          05 SK-OPERATOR                     PIC X(4).
          05 SK-PROGRAM                      PIC X(8).
