      ******************************************************************
      * ALLOT.cpy - group departure allotment record layout, kept on
      * the indexed AllotmentMaster.dat keyed by tour operator code
      * (TO-CODE on the operator master), region, and departure date.
      * One record per block of seats an operator has given us on a
      * departure: the seats contracted, the seats booked against the
      * block so far, the seats waitlisted once it filled, and the
      * release date after which the operator takes the unsold seats
      * back. ALLOTMNT keeps the blocks; TRIPENT takes seats off a
      * block as each booking's travelers are added and gives them
      * back when a booking is cancelled or moved; ALLOTRPT reports
      * the fill rate every night. A departure with no block on file
      * is free sale and is not held to any seat count.
      ******************************************************************
       01  AL-RECORD.
           05 AL-KEY.
              10 AL-TOUR-OPERATOR        PIC X(3).
              10 AL-REGION-NO            PIC XX.
              10 AL-DEPART-DATE          PIC X(8).
           05 AL-SEATS-CONTRACTED        PIC 9(4).
           05 AL-SEATS-BOOKED            PIC 9(4).
           05 AL-SEATS-WAITLISTED        PIC 9(4).
           05 AL-RELEASE-DATE            PIC 9(8).
           05 AL-FILLER                  PIC X(10).
