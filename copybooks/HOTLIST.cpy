      ******************************************************************
      * HOTLIST.cpy - stolen-property hotlist (StolenHotlist.dat),
      * indexed on the serial number. HOTLOAD rebuilds it in full
      * from each police department stolen-property list it is
      * given; PROGRAM1 reads it by serial before taking a bike in
      * trade.
      *
      *   HL-SERIAL  the serial as reported, upper-cased with spaces,
      *              dashes, slashes, and periods squeezed out, so
      *              "wtu-123 45" on the list matches "WTU12345" as
      *              keyed off the frame. Both programs build the
      *              key the same way before they touch the file.
      ******************************************************************
       01  HL-RECORD.
           05 HL-SERIAL                  PIC X(20).
           05 HL-MAKE                    PIC X(15).
           05 HL-MODEL                   PIC X(15).
           05 HL-COLOR                   PIC X(10).
           05 HL-CASE-NUMBER             PIC X(12).
           05 HL-DATE-REPORTED           PIC 9(8).
           05 HL-AGENCY                  PIC X(20).
