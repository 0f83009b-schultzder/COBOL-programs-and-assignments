      ******************************************************************
      * APITEM.cpy - accounts payable open item record layout, kept
      * on PayablesOpen.txt. One line per supplier invoice we owe:
      * APENTRY writes a bike vendor's invoice once it has been
      * matched against its PO and receipt, TOURRECON writes a tour
      * operator's invoice once it has matched a booking to the
      * penny, and APPAYRUN's weekly payment run pays the items it
      * selects and ages the rest. Voucher numbers are the highest on
      * file + 1.
      *
      *   AP-PAYEE-TYPE    V bike vendor (AP-PAYEE-CODE is the
      *                    vendor number), T tour operator (the
      *                    operator code)
      *   AP-INVOICE-NO    the vendor's invoice number; an operator
      *                    invoice carries no number of its own, so
      *                    it is the booking number (older operator
      *                    vouchers carry the client number and trip
      *                    date)
      *   AP-DUE-DATE      invoice date + the payee's net days
      *   AP-DISC-DATE     last day the early-payment discount
      *                    (AP-DISC-PCT) may be taken, zero if none
      *   AP-STATUS        O open (payable), H held - the three-way
      *                    match failed, AP-HOLD-REASON says how, and
      *                    nothing pays until APENTRY releases it;
      *                    P paid, X voided (entered in error)
      *   AP-CHECK-NO      the first check of the payment - one over
      *                    the checkbook's 999.99 ceiling goes out on
      *                    AP-CHECKS consecutive checks
      ******************************************************************
       01  AP-RECORD.
           05 AP-VOUCHER-NO              PIC 9(6).
           05 AP-PAYEE-TYPE              PIC X.
               88 AP-VENDOR-ITEM                   VALUE "V".
               88 AP-OPERATOR-ITEM                 VALUE "T".
           05 AP-PAYEE-CODE              PIC X(4).
           05 AP-INVOICE-NO              PIC X(12).
           05 AP-INVOICE-DATE            PIC 9(8).
           05 AP-PO-NUMBER               PIC 9(6).
           05 AP-AMOUNT                  PIC 9(7)V99.
           05 AP-DISC-PCT                PIC 9V99.
           05 AP-DISC-DATE               PIC 9(8).
           05 AP-DUE-DATE                PIC 9(8).
           05 AP-STATUS                  PIC X.
               88 AP-OPEN                          VALUE "O".
               88 AP-HELD                          VALUE "H".
               88 AP-PAID                          VALUE "P".
               88 AP-VOIDED                        VALUE "X".
           05 AP-HOLD-REASON             PIC X(20).
           05 AP-PAID-AMT                PIC 9(7)V99.
           05 AP-DISC-TAKEN              PIC 9(5)V99.
           05 AP-PAID-DATE               PIC 9(8).
           05 AP-CHECK-NO                PIC 9(4).
           05 AP-CHECKS                  PIC 99.
           05 AP-ENTERED-DATE            PIC 9(8).
