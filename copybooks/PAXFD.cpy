      ******************************************************************
      * PAXFD.cpy - passenger record layout, read from Passengers.txt.
      * One record per traveler on a booking, keyed by the booking
      * number (see copybooks/BOOKING.cpy) - the family of four the
      * trip record itself never heard of. The booking's client and
      * trip date live on the booking master, so a changed trip date
      * no longer strands its travelers. Keyed with the booking by
      * TRIPENT; printed as a per-region/departure manifest by
      * PAXLIST.
      *
      * PAX-DOC-EXPIRY (YYYYMMDD) and PAX-DOC-COUNTRY, the issuing
      * country, are what DOCCHECK holds the document against before
      * departure - a passport running out inside the destination's
      * minimum validity turns the traveler away at the airport.
      * Travelers keyed before they were carried have them blank and
      * are flagged until the agent has them on file.
      ******************************************************************
       01  PAX-RECORD.
           05 PAX-BOOKING-NO             PIC 9(6).
           05 PAX-NAME                   PIC X(25).
           05 PAX-BIRTH-DATE             PIC X(8).
           05 PAX-DOC-TYPE               PIC XX.
           05 PAX-DOC-NUMBER             PIC X(15).
           05 PAX-DOC-EXPIRY             PIC X(8).
           05 PAX-DOC-COUNTRY            PIC X(3).
           05 PAX-FILLER                 PIC X(5).
