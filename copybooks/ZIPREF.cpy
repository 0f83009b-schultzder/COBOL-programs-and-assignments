      ******************************************************************
      * ZIPREF.cpy - ZIP code reference (ZipReference.dat), indexed on
      * the five-digit ZIP. ZIPLOAD rebuilds it in full from each
      * postal ZIP list it is given; the shared ZIPCHK subprogram
      * reads it by ZIP to check a client's city, state and ZIP.
      *
      *   ZR-CITY   the postal list's primary city name for the ZIP,
      *             upper case. A ZIP the list gives more than one
      *             name for keeps the first.
      *   ZR-STATE  the two-letter state the ZIP is in - the state
      *             the sales tax is charged for.
      ******************************************************************
       01  ZR-RECORD.
           05 ZR-ZIP                     PIC X(5).
           05 ZR-CITY                    PIC X(20).
           05 ZR-STATE                   PIC XX.
           05 ZR-FILLER                  PIC X(3).
