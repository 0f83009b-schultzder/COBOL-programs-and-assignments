      ******************************************************************
      * USEDBIKE.cpy - used-bike intake log (UsedBikeIntake.txt), one
      * line per bike taken in trade at PROGRAM1 390-TRADE-IN-RTN.
      * The first block is the stocking record: the item code the
      * bike went onto the inventory file under, its condition grade,
      * and the intake cost (the allowance given). The second block
      * is what the county wants of a secondhand dealer for every
      * bike taken in - the seller, the identification the seller
      * showed, and the bike's serial and make - and is what
      * SHDREPORT lists each week.
      *
      *   UBL-HOLD-FLAG  "H" the serial matched the stolen-property
      *                  hotlist (StolenHotlist.dat): no allowance
      *                  was given, the bike was NOT stocked, and it
      *                  is held for the police; space = taken in.
      ******************************************************************
       01  UBL-RECORD.
           05 UBL-ITEM-CODE              PIC X(10).
           05 UBL-DESCRIPTION            PIC X(25).
           05 UBL-CONDITION-GRADE        PIC X.
           05 UBL-INTAKE-COST            PIC 9(5)V99.
           05 UBL-ASKING-PRICE           PIC 9(5)V99.
           05 UBL-INVOICE-NUMBER         PIC 9(6).
           05 UBL-DATE                   PIC 9(8).
           05 UBL-SERIAL                 PIC X(20).
           05 UBL-MAKE                   PIC X(15).
           05 UBL-SELLER-NAME            PIC X(40).
           05 UBL-SELLER-ADDRESS         PIC X(25).
           05 UBL-SELLER-CITY-STATE-ZIP  PIC X(22).
           05 UBL-SELLER-PHONE           PIC X(15).
           05 UBL-ID-TYPE                PIC X(10).
           05 UBL-ID-NUMBER              PIC X(20).
           05 UBL-HOLD-FLAG              PIC X.
               88 UBL-POLICE-HOLD                  VALUE "H".
           05 UBL-TIME                   PIC 9(8).
           05 UBL-OPERATOR-ID            PIC X(4).
           05 UBL-STORE-NO               PIC 99.
