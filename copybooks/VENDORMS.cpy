      * order is built, so the PO document carries the vendor's name
      * and address instead of someone looking them up in the rolodex
      * for every order.
      *
      * VN-PROMISED-DAYS is the lead time the vendor commits to,
      * order date to receipt; VENDSCOR measures its on-time
      * percentage against it (zero = not agreed, VENDSCOR's default
      * applies).
      *
      * VN-NET-DAYS, VN-DISC-PCT and VN-DISC-DAYS are the vendor's
      * payment terms - "2% 10 NET 30" is 30 / 2.00 / 10. APENTRY
      * dates each invoice's due and discount dates from them (zero
      * net days = the shop's 30-day default; zero percent = no
      * early-payment discount).
      ******************************************************************
       01  VN-RECORD.
           05 VN-VENDOR-NO               PIC X(4).
           05 VN-ADDRESS                 PIC X(25).
           05 VN-CITY-STATE-ZIP          PIC X(22).
           05 VN-PHONE                   PIC X(15).
           05 VN-PROMISED-DAYS           PIC 9(3).
           05 VN-NET-DAYS                PIC 9(3).
           05 VN-DISC-PCT                PIC 9V99.
           05 VN-DISC-DAYS               PIC 9(3).
