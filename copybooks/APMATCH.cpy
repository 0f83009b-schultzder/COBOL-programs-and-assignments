      ******************************************************************
      * APMATCH.cpy - three-way match line record layout, appended to
      * APMatch.txt by APENTRY. One line per PO line a vendor invoice
      * billed: what was ordered, what was received and at what unit
      * cost, what the invoice billed and at what price, and how the
      * line came out. It is the audit trail behind a held voucher,
      * and voiding a voucher reads its lines back to take the
      * quantities off PO-QTY-INVOICED again.
      *
      *   AM-RESULT   blank  matched
      *               O      invoiced past the quantity ordered
      *               R      invoiced past the quantity received
      *               P      price outside the tolerance of the
      *                      receipt cost
      ******************************************************************
       01  AM-RECORD.
           05 AM-VOUCHER-NO              PIC 9(6).
           05 AM-PO-NUMBER               PIC 9(6).
           05 AM-ITEM-CODE               PIC X(10).
           05 AM-QTY-ORDERED             PIC 9(5).
           05 AM-QTY-RECEIVED            PIC 9(5).
           05 AM-QTY-INVOICED            PIC 9(5).
           05 AM-RECEIVED-COST           PIC 9(5)V99.
           05 AM-INVOICE-PRICE           PIC 9(5)V99.
           05 AM-RESULT                  PIC X.
               88 AM-MATCHED                       VALUE " ".
               88 AM-OVER-ORDERED                  VALUE "O".
               88 AM-OVER-RECEIVED                 VALUE "R".
               88 AM-PRICE-VARIANCE                VALUE "P".
           05 AM-DATE                    PIC 9(8).
