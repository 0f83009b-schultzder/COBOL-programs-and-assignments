
       FD  CLIENT-SALES-FILE.
       01  CLIENT-SALES-RECORD.
           05 CS-CLIENT-NO                    PIC X(5).
           05 CS-CLIENT-NAME                  PIC X(25).
           05 CS-UNIT-PRICE                   PIC 9(4)V99.
           05 CS-QUANTITY-SOLD                PIC S9999.
