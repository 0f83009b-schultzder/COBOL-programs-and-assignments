      *   WO-LINE-TYPE "C" - settled marker appended by the
      *       register, carrying the invoice number the ticket
      *       became.
      *   WO-LINE-TYPE "N" - notice marker appended by the nightly
      *       RACKAGE run when a ready order sits unclaimed: WO-STATUS
      *       "1" a pickup notice went out, "2" the final abandonment
      *       notice. Its rack storage charges go on as ordinary
      *       labor lines with WO-ITEM-CODE "*STORAGE" and WO-QTY the
      *       days charged, so the register collects them.
      *
      * Refurbishment orders: PROGRAM1 opens one automatically for
      * every bike stocked from a trade-in. It is charged to the
      * shop, not a client - WO-CLIENT-NO holds "*SHOP" - and its H
      * lines carry the used bike's item code in WO-ITEM-CODE. Parts
      * go on at INV-UNIT-COST rather than the selling price. It is
      * never settled at the register: WORKORD's close (C) rolls the
      * labor and parts into the used bike's INV-UNIT-COST and
      * appends the C line with WO-LINE-TOTAL = the cost rolled and
      * WO-INVOICE-NUMBER zero.
      *
      * Fleet maintenance orders: RENTAL opens one when a rental bike
      * reaches its service interval (see copybooks/RENTFLT.cpy).
      * WO-CLIENT-NO holds "*FLT" and the H lines carry the fleet
      * unit number in WO-ITEM-CODE. Parts go on at cost, as for a
      * refurbishment. WORKORD's close (C) appends the C line with
      * WO-LINE-TOTAL = the repair cost and WO-INVOICE-NUMBER zero;
      * that C line is what lets RENTAL put the unit back in
      * service. Nothing is rolled into inventory cost.
      *
      * Warranty lines: a labor or part line done under the
      * manufacturer's warranty carries WO-WARRANTY-FLAG "W", the
      * manufacturer (see copybooks/WTYTERMS.cpy), the bike's frame
      * serial, and the date the serial was sold to the customer off
      * the invoice history. The customer pays nothing for it -
      * WO-UNIT-PRICE and WO-LINE-TOTAL are zero - and a part line's
      * cost at the time it came off the shelf is held in
      * WO-CLAIM-COST for WTYCLAIM to claim back from the
      * manufacturer (labor is claimed at the manufacturer's flat
      * rate). The warranty fields are blank on every other line.
      ******************************************************************
       01  WO-RECORD.
           05 WO-NUMBER                  PIC 9(6).
           05 WO-LINE-TYPE               PIC X.
           05 WO-CLIENT-NO               PIC X(5).
               88 WO-SHOP-ORDER                    VALUE "*SHOP".
               88 WO-FLEET-ORDER                   VALUE "*FLT".
           05 WO-STATUS                  PIC X.
           05 WO-DESCRIPTION             PIC X(25).
           05 WO-ITEM-CODE               PIC X(10).
           05 WO-LINE-TOTAL              PIC 9(5)V99.
           05 WO-DATE                    PIC 9(8).
           05 WO-INVOICE-NUMBER          PIC 9(6).
           05 WO-WARRANTY-FLAG           PIC X.
               88 WO-WARRANTY-LINE                 VALUE "W".
           05 WO-MFR-CODE                PIC X(4).
           05 WO-SERIAL-NO               PIC X(15).
           05 WO-SALE-DATE               PIC 9(8).
           05 WO-CLAIM-COST              PIC 9(5)V99.
