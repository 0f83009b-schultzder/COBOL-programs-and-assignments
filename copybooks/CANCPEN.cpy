      ******************************************************************
      * CANCPEN.cpy - client cancellation penalty scale record layout,
      * kept on CancelPenalty.txt and maintained by PENMNT. Each
      * record is one step of a tour operator's scale: a booking
      * cancelled CP-DAYS-BEFORE days or more ahead of departure
      * forfeits CP-PENALTY-PCT percent of the trip cost. The step
      * with the most days that the cancellation still reaches is
      * the one that applies; a cancellation inside the shortest
      * step forfeits the whole cost. Operator code *** holds the
      * house scale, used for any operator with no steps of its own.
      * TRIPRFND figures the client's refund from it.
      ******************************************************************
       01  CP-RECORD.
           05 CP-OPERATOR                PIC X(3).
           05 CP-DAYS-BEFORE             PIC 9(3).
           05 CP-PENALTY-PCT             PIC 9(3)V99.
           05 CP-FILLER                  PIC X(5).
