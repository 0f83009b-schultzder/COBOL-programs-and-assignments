      ******************************************************************
      * REGLOCAL.cpy - the register's own local files for offline
      * (store-and-forward) selling. When the shared directory drops,
      * or INVMNT/PURCHORD hold the INVENTORY named lock, PROGRAM1
      * can ring a new sale offline: it points its inventory, tax,
      * promotion, kit definition, supersession, invoice counter,
      * history, detail, override-audit, and invoice-document files
      * at these local copies instead of the shared ones.
      *
      *   Snapshots (RL-SNAP-...)  copies of the shared inventory,
      *       state tax, promotion, kit definition, supersession,
      *       operator, and store-number files, refreshed by SALEFWD
      *       every time it runs against live shared files. The
      *       offline register prices from them and relieves the
      *       snapshot's on-hand counts as it sells.
      *   Pending files (RL-PEND-...)  the offline sales themselves,
      *       in the ordinary history, detail, and override-audit
      *       layouts, under provisional invoice numbers drawn from
      *       the reserved block starting at RL-OFFLINE-BLOCK-START.
      *       SALEFWD renumbers each one off the shared invoice
      *       counter, posts it, and empties the pending files.
      ******************************************************************
       01 RL-LOCAL-FILES.
          05 RL-SNAP-INVENTORY               PIC X(60)
          VALUE "C:\REGISTER\InventorySnap.dat".
          05 RL-SNAP-STATETAX                PIC X(60)
          VALUE "C:\REGISTER\StateTaxTable.txt".
          05 RL-SNAP-PROMO                   PIC X(60)
          VALUE "C:\REGISTER\Promotions.txt".
          05 RL-SNAP-KITDEF                  PIC X(60)
          VALUE "C:\REGISTER\KitDefs.txt".
          05 RL-SNAP-SUPERSED                PIC X(60)
          VALUE "C:\REGISTER\Supersessions.txt".
          05 RL-SNAP-OPERATOR                PIC X(60)
          VALUE "C:\REGISTER\Operators.txt".
          05 RL-SNAP-STORECTL                PIC X(60)
          VALUE "C:\REGISTER\StoreNumber.txt".
          05 RL-PEND-HISTORY                 PIC X(60)
          VALUE "C:\REGISTER\PendingHistory.txt".
          05 RL-PEND-DETAIL                  PIC X(60)
          VALUE "C:\REGISTER\PendingDetail.txt".
          05 RL-PEND-OVERRIDE                PIC X(60)
          VALUE "C:\REGISTER\PendingOverride.txt".
          05 RL-OFFLINE-CTR                  PIC X(60)
          VALUE "C:\REGISTER\OfflineCounter.txt".
          05 RL-LOCAL-INVDOC                 PIC X(60)
          VALUE "C:\REGISTER\InvoiceDoc.txt".
          05 RL-FWD-REPORT                   PIC X(60)
          VALUE "C:\REGISTER\ForwardReport.txt".

      * Provisional numbers run upward from here to 999999 and then
      * wrap - the live counter never reaches the block, and every
      * provisional number is replaced when the sale is forwarded.

          05 RL-OFFLINE-BLOCK-START          PIC 9(6) VALUE 900000.
