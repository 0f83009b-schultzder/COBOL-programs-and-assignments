      ******************************************************************
      * BOOKING.cpy - trip booking master record layout, kept on the
      * indexed BookingMaster.dat keyed by the booking number TRIPENT
      * draws from the persisted counter (BookingCounter.txt). The
      * booking number is what the payment schedule, the passenger
      * file and the operator invoices are keyed by - client number
      * plus trip date could not tell two trips booked the same day
      * apart and broke the moment a date was changed. TRIPENT books
      * and maintains the record and logs every change to
      * BookingChanges.txt (see copybooks/BKCHG.cpy); BOOKEXT rebuilds
      * the 80-byte trip.dat PROGRAM3/4/5 read from it every night.
      *
      * BK-CLIENT-NO is the full five-digit number the shared client
      * master (see copybooks/CLIENTMS.cpy) is keyed by; the name
      * gave up two characters to make room, as it did on trip.dat.
      *
      * BK-STATUS:  A  active
      *             C  cancelled - extracted as the booking plus its
      *                type 5 cancellation record, the way the flat
      *                file carried a cancelled trip
      *             X  a cancellation record brought across from the
      *                flat file with no booking of its own on it;
      *                extracted as the type 5 record alone
      *             W  waitlisted - keyed against a full allotment
      *                block (see copybooks/ALLOT.cpy); not extracted
      *                and no payment schedule until it is confirmed
      *
      * BK-SEATS is the number of seats the booking holds on its
      * operator's allotment block - the travelers keyed on it, one
      * at the least. A booking from before the allotment file (zero
      * or blank) counts as one seat. BK-SCHEDULE-FLAG is N while the
      * booking has no payment schedule (waitlisted); blank or Y
      * means one was written.
      *
      * BK-NET-COST-DUE is keyed with the booking; once the booking's
      * itinerary segments are keyed (see copybooks/ITINSEG.cpy)
      * TRIPENT keeps it at the sum of their net costs.
      *
      * A trip sold by two agents together carries the second
      * salesperson's ID in BK-SPLIT-SP-ID and that salesperson's
      * share of the commission, 01-99 percent, in BK-SPLIT-PCT; the
      * booking's own salesperson takes the rest. A blank split ID
      * is an unsplit booking, whatever the percentage holds.
      *
      * BK-CAMPAIGN-CODE is the marketing campaign (see copybooks/
      * CAMPAIGN.cpy) the client named when the trip was booked, so
      * CAMPRPT can credit the booking to it. Blank - every booking
      * from before the field existed - is no campaign.
      ******************************************************************
       01  BK-RECORD.
           05 BK-BOOKING-NO              PIC 9(6).
           05 BK-STATUS                  PIC X.
              88 BK-ACTIVE               VALUE "A".
              88 BK-CANCELLED            VALUE "C".
              88 BK-CANCEL-ONLY          VALUE "X".
              88 BK-WAITLISTED           VALUE "W".
           05 BK-BOOKING-TYPE            PIC X.
           05 BK-CLIENT-NO               PIC X(5).
           05 BK-CLIENT-NAME             PIC X(17).
           05 BK-REGION-NO               PIC XX.
           05 BK-TRIP-DATE               PIC X(8).
           05 BK-CURRENCY-CODE           PIC X(3).
           05 BK-COST-OF-TRIP            PIC 9(5).
           05 BK-SALESPERSON-NAME        PIC X(20).
           05 BK-SALESPERSON-ID          PIC X(4).
           05 BK-TOUR-OPERATOR           PIC X(3).
           05 BK-NET-COST-DUE            PIC 9(5)V99.
           05 BK-BOOKED-DATE             PIC 9(8).
           05 BK-CANCELLED-DATE          PIC 9(8).
           05 BK-CHANGED-DATE            PIC 9(8).
           05 BK-SEATS                   PIC 99.
           05 BK-SCHEDULE-FLAG           PIC X.
              88 BK-NO-SCHEDULE          VALUE "N".
           05 BK-SPLIT-SP-ID             PIC X(4).
           05 BK-SPLIT-PCT               PIC 99.
           05 BK-FILLER                  PIC X.
           05 BK-CAMPAIGN-CODE           PIC X(6).
