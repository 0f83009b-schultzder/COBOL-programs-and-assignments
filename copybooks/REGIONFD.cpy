      * record, so historical trips still resolve the region while
      * new bookings dated after the close are rejected. Blank dates
      * on older records mean always-open/never-closed.
      *
      * Entry rules: R-MIN-VALID-MONTHS is the number of months a
      * traveler's document must still be good for past the trip
      * date, and R-VISA-REQUIRED (Y/N) whether the destination
      * needs a visa - both set through REGIONMNT and checked by
      * DOCCHECK before departure. Blank on older records, which
      * DOCCHECK reads as the six months most destinations ask and
      * no visa.

       01 REGION-REC.
          05 R-REGION-CODE                         PIC XX.
          05 R-REGION-TITLE                        PIC X(15).
          05 R-OPENED-DATE                         PIC X(8).
          05 R-CLOSED-DATE                         PIC X(8).
          05 R-MIN-VALID-MONTHS                    PIC XX.
          05 R-VISA-REQUIRED                       PIC X.
