      ******************************************************************
      * FXPAY.cpy - currency payment record layout, kept on
      * FXPayments.txt. One record per paid operator voucher (see
      * copybooks/APITEM.cpy) against a booking sold in a foreign
      * currency (see copybooks/BOOKING.cpy), appended by the nightly
      * FXPOST step once APPAYRUN has marked the voucher paid. The
      * voucher number keeps a voucher from being recorded twice.
      *
      *   FX-FOREIGN-AMT   the voucher amount, in the booking's
      *                    currency - what the operator invoiced
      *   FX-BOOKED-RATE   the rate in force on the trip date (the
      *                    booked date on an undated booking) - the
      *                    rate TRIPCONF quoted the client at
      *   FX-PAID-RATE     the rate in force on the day the voucher
      *                    was paid
      *   FX-BOOKED-HOME   the foreign amount at the booked rate
      *   FX-PAID-HOME     the foreign amount at the paid rate
      *   FX-GAIN-LOSS     booked home less paid home - positive is
      *                    a gain (the currency cost us less than we
      *                    priced it at), negative a loss
      *   FX-POSTED-DATE   the business date FXPOST recorded it -
      *                    GLEXTRACT journals the gain or loss on
      *                    that date's extract
      *
      * Rates are home-currency units per foreign unit, as on
      * ExchangeRates.txt (see copybooks/EXCHRATE.cpy).
      ******************************************************************
       01  FX-RECORD.
           05 FX-VOUCHER-NO              PIC 9(6).
           05 FX-BOOKING-NO              PIC 9(6).
           05 FX-OPERATOR                PIC X(3).
           05 FX-CURRENCY                PIC X(3).
           05 FX-FOREIGN-AMT             PIC 9(7)V99.
           05 FX-BOOKED-RATE             PIC 9(3)V9(4).
           05 FX-BOOKED-RATE-DATE        PIC 9(8).
           05 FX-PAID-RATE               PIC 9(3)V9(4).
           05 FX-PAID-DATE               PIC 9(8).
           05 FX-BOOKED-HOME             PIC 9(7)V99.
           05 FX-PAID-HOME               PIC 9(7)V99.
           05 FX-GAIN-LOSS               PIC S9(7)V99.
           05 FX-POSTED-DATE             PIC 9(8).
           05 FX-FILLER                  PIC X(8).
