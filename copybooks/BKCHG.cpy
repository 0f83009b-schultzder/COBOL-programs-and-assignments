      ******************************************************************
      * BKCHG.cpy - booking change history record layout, appended to
      * BookingChanges.txt by TRIPENT for every booking made and every
      * change to one afterward: the field changed (NEW, DATE,
      * REGION, COST, STATUS), its value before and after, and when.
      * An itinerary segment added or deleted is logged as SEGMENT
      * (segment number, type and supplier as the new or old value)
      * and the net cost rolled up from the segments as NETCOST. A
      * commission split keyed or changed afterward is logged as
      * SPLIT, the second salesperson's ID and share as the value.
      * Append-only, like every other log - the booking master holds
      * only the booking as it stands now.
      ******************************************************************
       01  BH-RECORD.
           05 BH-BOOKING-NO              PIC 9(6).
           05 BH-DATE                    PIC 9(8).
           05 BH-TIME                    PIC 9(8).
           05 BH-FIELD                   PIC X(8).
           05 BH-OLD-VALUE               PIC X(10).
           05 BH-NEW-VALUE               PIC X(10).
