      ******************************************************************
      * RTVCRED.cpy - return-to-vendor credit record layout, kept on
      * RtvCredits.txt by VENDRTV. One line per item sent back: the
      * lines of one return share an RTV number and the vendor's
      * return authorization (RA) number. Shipping the return takes
      * the stock out of the store's bucket and opens the line for
      * the credit the vendor owes - the quantity at INV-UNIT-COST on
      * the day it went back. Matching the vendor's credit memo
      * closes every line of the return.
      *
      *   RV-REASON        D defective, W wrong size or wrong item
      *                    shipped, O over-shipped or not ordered,
      *                    X anything else
      *   RV-STATUS        O open (credit owed), C closed in full,
      *                    S closed short - the memo came in under
      *                    the credit due, RV-SHORTFALL is what the
      *                    vendor did not credit
      *   RV-CREDIT-TAKEN  what the memo credited against the line
      ******************************************************************
       01  RV-RECORD.
           05 RV-RTV-NUMBER              PIC 9(6).
           05 RV-VENDOR-NO               PIC X(4).
           05 RV-RA-NUMBER               PIC X(12).
           05 RV-ITEM-CODE               PIC X(10).
           05 RV-STORE-NO                PIC 99.
           05 RV-QTY                     PIC 9(5).
           05 RV-REASON                  PIC X.
               88 RV-DEFECTIVE                     VALUE "D".
               88 RV-WRONG-ITEM                    VALUE "W".
               88 RV-OVER-SHIPPED                  VALUE "O".
               88 RV-OTHER-REASON                  VALUE "X".
           05 RV-UNIT-COST               PIC 9(5)V99.
           05 RV-CREDIT-DUE              PIC 9(7)V99.
           05 RV-STATUS                  PIC X.
               88 RV-OPEN                          VALUE "O".
               88 RV-CLOSED                        VALUE "C".
               88 RV-CLOSED-SHORT                  VALUE "S".
           05 RV-SHIP-DATE               PIC 9(8).
           05 RV-MEMO-NUMBER             PIC X(12).
           05 RV-MEMO-DATE               PIC 9(8).
           05 RV-CREDIT-TAKEN            PIC 9(7)V99.
           05 RV-SHORTFALL               PIC 9(7)V99.
