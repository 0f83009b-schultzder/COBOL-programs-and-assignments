      ******************************************************************
      * KITDEF.cpy - kit (bundle) definition record layout, read from
      * KitDefs.txt. A kit such as a commuter package is an ordinary
      * item on Inventory.dat - its record carries the package's
      * description and bundle price - plus one line here for each
      * component item that goes out the door with it. The kit's own
      * on-hand count is never used; what can be sold is whatever
      * the components allow.
      *
      * PROGRAM1 checks and relieves every component when the kit is
      * rung and spreads the bundle price across the components in
      * proportion to their list prices, so the item detail file
      * (see copybooks/INVDETL.cpy) shows each component sold at its
      * share of the package. Maintained through INVMNT; KITSHORT
      * lists kits a component shortage has made unsellable.
      *
      *   KD-COMP-TYPE  "B" - the component is a bike: it lands on a
      *                       bike line of its own (so its frame
      *                       serial is keyed) and is one per kit.
      *                 "A" - anything else, rung on an accessory
      *                       line at KD-COMP-QTY per kit.
      ******************************************************************
       01  KD-RECORD.
           05 KD-KIT-CODE                PIC X(10).
           05 KD-COMP-CODE               PIC X(10).
           05 KD-COMP-QTY                PIC 99.
           05 KD-COMP-TYPE               PIC X.
               88 KD-COMP-IS-BIKE                  VALUE "B".
