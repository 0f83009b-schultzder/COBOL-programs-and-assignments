      ******************************************************************
      * RENTFLT.cpy - rental fleet unit record layout, kept on
      * RentalFleet.txt by RENTAL. One record per rental bike: the
      * bike's inventory item code says what model it is, the unit
      * number says which one. The file is read whole and written
      * back after every change.
      *
      *   FU-STATUS          "A" available to rent
      *                      "O" out on a rental
      *                      "M" in for maintenance - FU-WO-NUMBER is
      *                          the fleet work order opened for it
      *                      "R" retired from the fleet
      *   FU-RENTALS/DAYS-OUT/REVENUE  lifetime totals, added to at
      *                      every check-in
      *   FU-RENTALS-SINCE/DAYS-SINCE  the same counts since the
      *                      last service, which FU-SVC-RENTALS and
      *                      FU-SVC-DAYS are measured against (zero
      *                      means no limit on that count)
      ******************************************************************
       01  FU-RECORD.
           05 FU-UNIT-NO                 PIC X(6).
           05 FU-ITEM-CODE               PIC X(10).
           05 FU-SERIAL-NO               PIC X(15).
           05 FU-REG-DATE                PIC 9(8).
           05 FU-STATUS                  PIC X.
               88 FU-AVAILABLE                     VALUE "A".
               88 FU-OUT                           VALUE "O".
               88 FU-IN-MAINTENANCE                VALUE "M".
               88 FU-RETIRED                       VALUE "R".
           05 FU-RENTALS                 PIC 9(5).
           05 FU-DAYS-OUT                PIC 9(5).
           05 FU-REVENUE                 PIC 9(7)V99.
           05 FU-RENTALS-SINCE           PIC 9(5).
           05 FU-DAYS-SINCE              PIC 9(5).
           05 FU-SVC-RENTALS             PIC 9(3).
           05 FU-SVC-DAYS                PIC 9(4).
           05 FU-WO-NUMBER               PIC 9(6).
           05 FU-LAST-SERVICE            PIC 9(8).
