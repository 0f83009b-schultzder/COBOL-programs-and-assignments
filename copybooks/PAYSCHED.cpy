      ******************************************************************
      * PAYSCHED.cpy - trip payment-schedule record layout, read from
      * PaySchedule.txt. One record per booking, keyed by the booking
      * number (see copybooks/BOOKING.cpy), with the client number and
      * trip date carried alongside: the deposit due at booking and the
      * final payment due before departure, each with the amount
      * received against it so far. Written with the booking by
      * TRIPENT (house terms: 20 percent deposit at booking, balance
      * due 30 days before departure); receipts are keyed and the
      * aging run printed by TRIPPAY. Amounts are in the currency
      * the trip was sold in. TRIPENT moves the trip date and final
      * due date, or re-splits the amounts, when the booking's date or
      * cost is changed.
      *
      * PS-STATUS is blank while the schedule is open. TRIPRFND
      * closes it (C) when a cancelled booking's refund is figured,
      * so TRIPPAY takes no more receipts on it and stops aging it
      * and the collections worklist stops counting it.
      ******************************************************************
       01  PS-RECORD.
           05 PS-BOOKING-NO              PIC 9(6).
           05 PS-CLIENT-NO               PIC X(5).
           05 PS-TRIP-DATE               PIC X(8).
           05 PS-DEPOSIT-DUE-DATE        PIC 9(8).
           05 PS-DEPOSIT-AMOUNT          PIC 9(5)V99.
           05 PS-FINAL-DUE-DATE          PIC 9(8).
           05 PS-FINAL-AMOUNT            PIC 9(5)V99.
           05 PS-FINAL-RECEIVED          PIC 9(5)V99.
           05 PS-STATUS                  PIC X.
              88 PS-CLOSED               VALUE "C".
           05 PS-FILLER                  PIC XX.
