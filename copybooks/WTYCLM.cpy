      ******************************************************************
      * WTYCLM.cpy - manufacturer warranty claim record layout, kept
      * on WarrantyClaims.txt by WTYCLAIM. One record per warranty
      * work-order line claimed. The submission run gives every line
      * it claims for one manufacturer the same claim number (the
      * highest on file + 1) and records which WorkOrders.txt record
      * it came from, so no line is ever claimed twice:
      *
      *   WC-WO-RECORD-NO    the line's record number in the
      *                      append-only WorkOrders.txt
      *   WC-CLAIM-AMT       a part line at its cost when it came off
      *                      the shelf, a labor line at the
      *                      manufacturer's flat rate (see copybooks/
      *                      WTYTERMS.cpy)
      *   WC-STATUS          "O" open - claimed, no credit yet
      *                      "P" paid in full by the posted credit
      *                      "S" closed short - WC-SHORTFALL unpaid
      *
      * The claim stays open until the manufacturer's credit is
      * posted against its claim number; WTYCLAIM's aging lists
      * every claim still open.
      ******************************************************************
       01  WC-RECORD.
           05 WC-CLAIM-NUMBER            PIC 9(6).
           05 WC-MFR-CODE                PIC X(4).
           05 WC-WO-NUMBER               PIC 9(6).
           05 WC-WO-RECORD-NO            PIC 9(7).
           05 WC-LINE-TYPE               PIC X.
           05 WC-ITEM-CODE               PIC X(10).
           05 WC-DESCRIPTION             PIC X(25).
           05 WC-QTY                     PIC 99.
           05 WC-SERIAL-NO               PIC X(15).
           05 WC-SALE-DATE               PIC 9(8).
           05 WC-REPAIR-DATE             PIC 9(8).
           05 WC-CLAIM-AMT               PIC 9(5)V99.
           05 WC-SUBMIT-DATE             PIC 9(8).
           05 WC-STATUS                  PIC X.
               88 WC-OPEN                          VALUE "O".
               88 WC-PAID                          VALUE "P".
               88 WC-SHORT                         VALUE "S".
           05 WC-CREDIT-REF              PIC X(12).
           05 WC-CREDIT-DATE             PIC 9(8).
           05 WC-CREDIT-AMT              PIC 9(5)V99.
           05 WC-SHORTFALL               PIC 9(5)V99.
