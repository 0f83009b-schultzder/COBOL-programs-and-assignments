      * loss-prevention monitor and the housekeeping utilities read
      * the same layout the register writes. The store and operator
      * fields are blank on records from before they existed.
      * SVDORMNT writes an ESCHT entry when it zeroes a dormant card
      * and turns the balance over to the state as unclaimed
      * property; it is not a redemption at the register.
      ******************************************************************
       01  SVL-RECORD.
           05 SVL-CARD-NO                PIC X(10).
           05 SVL-ACTION                 PIC X(6).
              88 SVL-ESCHEAT             VALUE "ESCHT".
           05 SVL-AMOUNT                 PIC 9(5)V99.
           05 SVL-INVOICE-NUMBER         PIC 9(6).
           05 SVL-DATE                   PIC 9(8).
