      ******************************************************************
      * TRIPRFND.cpy - client cancellation refund record layout, kept
      * on TripRefunds.txt. One record per cancelled booking whose
      * refund TRIPRFND has figured: what the client paid against
      * the payment schedule, the operator's penalty for the days
      * before departure the booking was cancelled, and the refund
      * due back. Amounts are in the currency the trip was sold in.
      *
      *   RF-STATUS   O owed - on the refunds-outstanding report
      *                 until it is marked paid
      *               P paid - RF-PAID-DATE and RF-CHECK-NO say how
      *               N nothing owed - the penalty took everything
      *                 the client had paid
      ******************************************************************
       01  RF-RECORD.
           05 RF-BOOKING-NO              PIC 9(6).
           05 RF-CLIENT-NO               PIC X(5).
           05 RF-CLIENT-NAME             PIC X(19).
           05 RF-TOUR-OPERATOR           PIC X(3).
           05 RF-TRIP-DATE               PIC X(8).
           05 RF-CANCELLED-DATE          PIC 9(8).
           05 RF-DAYS-BEFORE             PIC 9(4).
           05 RF-PENALTY-PCT             PIC 9(3)V99.
           05 RF-CURRENCY-CODE           PIC X(3).
           05 RF-TRIP-COST               PIC 9(6)V99.
           05 RF-RECEIVED                PIC 9(6)V99.
           05 RF-PENALTY                 PIC 9(6)V99.
           05 RF-REFUND                  PIC 9(6)V99.
           05 RF-STATUS                  PIC X.
              88 RF-OWED                 VALUE "O".
              88 RF-PAID                 VALUE "P".
              88 RF-NOTHING-OWED         VALUE "N".
           05 RF-COMPUTED-DATE           PIC 9(8).
           05 RF-PAID-DATE               PIC 9(8).
           05 RF-CHECK-NO                PIC X(8).
           05 RF-FILLER                  PIC X(4).
