      ******************************************************************
      * FLEETACT.cpy - rental fleet activity record layout, appended
      * to FleetActivity.txt by RENTAL each time a fleet unit is
      * checked back in, and read by the monthly FLEETRPT run.
      *
      *   FA-DAYS            calendar days the unit was out (a
      *                      same-day rental counts as one)
      *   FA-REVENUE         the rental's full time and late charge
      *                      before the deposit is netted off
      *   FA-INVOICE-NUMBER  the settlement invoice
      ******************************************************************
       01  FA-RECORD.
           05 FA-UNIT-NO                 PIC X(6).
           05 FA-ITEM-CODE               PIC X(10).
           05 FA-CLIENT-NO               PIC X(5).
           05 FA-OUT-DATE                PIC 9(8).
           05 FA-IN-DATE                 PIC 9(8).
           05 FA-DAYS                    PIC 9(4).
           05 FA-REVENUE                 PIC 9(6)V99.
           05 FA-INVOICE-NUMBER          PIC 9(6).
