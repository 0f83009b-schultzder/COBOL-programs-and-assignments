      ******************************************************************
      * ITINSEG.cpy - itinerary segment record layout, kept on
      * ItinSegments.txt. One record per flight, hotel stay, transfer
      * or other arranged service on a booking, keyed by the booking
      * number (see copybooks/BOOKING.cpy) and a segment number
      * within it. TRIPENT keys and deletes segments and keeps the
      * file in booking number then start date/time order, so the
      * readers can take a booking's segments in the order they
      * happen. TRIPCONF prints the day-by-day itinerary from it,
      * TOURRECON reconciles each supplier's invoice against the
      * segment net costs, and ITINCHK flags overlaps and gaps.
      *
      *   IS-TYPE      FLT flight    - start = departs, end = lands
      *                HTL hotel     - start = check-in,
      *                                end = check-out
      *                TRF transfer
      *                OTH any other arranged service (tour, rail,
      *                    car hire)
      *
      * The supplier is a code on the tour-operator master (see
      * copybooks/TOUROPFD.cpy) - airlines, hotels and ground
      * handlers are set up there the same as the operators. The net
      * cost is what the supplier invoices us for the segment; the
      * booking's net cost due is the sum of its segments once any
      * are keyed. Times are 24-hour HHMM, local to the location.
      ******************************************************************
       01  IS-RECORD.
           05 IS-BOOKING-NO              PIC 9(6).
           05 IS-SEGMENT-NO              PIC 99.
           05 IS-TYPE                    PIC X(3).
              88 IS-FLIGHT               VALUE "FLT".
              88 IS-HOTEL                VALUE "HTL".
              88 IS-TRANSFER             VALUE "TRF".
              88 IS-OTHER-SERVICE        VALUE "OTH".
           05 IS-SUPPLIER                PIC X(3).
           05 IS-CONFIRM-NO              PIC X(12).
           05 IS-START.
              10 IS-START-DATE           PIC 9(8).
              10 IS-START-TIME           PIC 9(4).
           05 IS-END.
              10 IS-END-DATE             PIC 9(8).
              10 IS-END-TIME             PIC 9(4).
           05 IS-LOCATION                PIC X(20).
           05 IS-NET-COST                PIC 9(5)V99.
           05 IS-FILLER                  PIC X(3).
