      ******************************************************************
      * ZIPCKWS.cpy - parameter block for the shared ZIPCHK city/
      * state/ZIP check (CALLed the way OPCHECK is). The sales tax
      * state is parsed out of the free-text CM-CLIENT-CITY-STATE-ZIP
      * ("CITY, ST 12345"), so every program that takes an address,
      * and the cleanup report, checks it against the ZIP reference
      * (see copybooks/ZIPREF.cpy) the same way.
      *
      *   ZC-REQUEST          "V" check ZC-CITY-STATE-ZIP
      *                       "C" close the reference file (a batch
      *                           caller, once it is done)
      *   ZC-CITY-STATE-ZIP   the address line as keyed or on file
      *   ZC-RESULT           "V" valid as it stands
      *                       "F" ZIP and state agree but the city
      *                           differs or the state was left out -
      *                           ZC-SUGGESTED has it filled in
      *                       "M" the state keyed is not the ZIP's
      *                           state - refused
      *                       "U" the ZIP is not on the reference
      *                       "B" no five-digit ZIP could be found
      *                       "N" no ZIP reference on hand - the
      *                           address could not be checked
      *   ZC-ZIP              the ZIP found in the line
      *   ZC-KEYED-CITY       the city as keyed (upper case)
      *   ZC-KEYED-STATE      the state as keyed (upper case) - the
      *                       state the tax lookup would use
      *   ZC-REF-CITY         the ZIP's city off the reference
      *   ZC-REF-STATE        the ZIP's state off the reference
      *   ZC-SUGGESTED        the line rebuilt from the reference
      *                       ("CITY, ST ZIP"), set whenever the ZIP
      *                       is on file
      ******************************************************************
       01 ZC-PARMS.
          05 ZC-REQUEST                      PIC X.
          05 ZC-CITY-STATE-ZIP               PIC X(22).
          05 ZC-RESULT                       PIC X.
             88 ZC-VALID                     VALUE "V".
             88 ZC-FILLED                    VALUE "F".
             88 ZC-STATE-MISMATCH            VALUE "M".
             88 ZC-UNKNOWN-ZIP               VALUE "U".
             88 ZC-NO-ZIP                    VALUE "B".
             88 ZC-NO-REFERENCE              VALUE "N".
          05 ZC-ZIP                          PIC X(5).
          05 ZC-KEYED-CITY                   PIC X(22).
          05 ZC-KEYED-STATE                  PIC XX.
          05 ZC-REF-CITY                     PIC X(20).
          05 ZC-REF-STATE                    PIC XX.
          05 ZC-SUGGESTED                    PIC X(22).
