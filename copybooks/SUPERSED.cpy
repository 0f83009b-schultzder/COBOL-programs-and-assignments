      ******************************************************************
      * SUPERSED.cpy - item supersession record layout, read from
      * Supersessions.txt. When a manufacturer retires a part number
      * and replaces it, one line here maps the old item code to the
      * new one from the effective date on. A replacement can itself
      * be replaced later, so the lines form chains - old to newer to
      * newest - and every reader follows a chain to its end.
      *
      * PROGRAM1's 900-LOOKUP-PRICE redirects a scanned old code to
      * its replacement once the old code's stock at the store is
      * gone (old stock sells first); PURCHORD never orders a
      * superseded code; SALESVEL and REORDCAL count the old codes'
      * sales under the end of the chain so the new item keeps the
      * history. Maintained through INVMNT; SUPSTOCK lists superseded
      * codes that still have stock on hand.
      ******************************************************************
       01  SU-RECORD.
           05 SU-OLD-CODE                PIC X(10).
           05 SU-NEW-CODE                PIC X(10).
           05 SU-EFFECTIVE-DATE          PIC 9(8).
