      ******************************************************************
      * DLYSALES.cpy - daily sales summary record (DailySales.txt),
      * written whole by the shared SUMBUILD builder (see copybooks/
      * SUMBLDWS.cpy) from the invoice history and the void log, and
      * read by ZREPORT, GLEXTRACT, CARDRECON, DAILYPROOF, OPERSALES,
      * TAXREMIT, LOSSPREV, and VOIDRECON in place of the raw history.
      *
      * One "D" record per invoice per sale date, in history order,
      * carrying the invoice-level figures off the invoice's first
      * history line - the history repeats them on every bike line -
      * with the lines and bike units counted across all its lines.
      * The store is already defaulted (blank or zero is store 1),
      * the tax state already parsed out of the city/state/zip the
      * way PROGRAM1 parses it ("??" when it will not parse), and a
      * tender or charge missing from an older record already zero.
      * An invoice found in the void log is marked voided, with the
      * date, operator, and store of its first void; the readers net
      * it out off the flag instead of searching the log themselves.
      ******************************************************************
       01  DAILY-SALES-RECORD.
           05 SUM-RECORD-TYPE                   PIC X.
              88 SUM-INVOICE                    VALUE "D".
              88 SUM-CONTROL                    VALUE "C".
           05 SUM-INVOICE-DATE                  PIC 9(8).
           05 SUM-INVOICE-NUMBER                PIC 9(6).
           05 SUM-STORE-NO                      PIC 99.
           05 SUM-OPERATOR-ID                   PIC X(4).
           05 SUM-CLIENT-NO                     PIC X(5).
           05 SUM-TAX-STATE                     PIC XX.
           05 SUM-EXEMPT-CERT-NO                PIC X(15).
           05 SUM-LINE-COUNT                    PIC 999.
           05 SUM-BIKE-UNITS                    PIC 999.
           05 SUM-SUBTOTAL                      PIC 9(6)V99.
           05 SUM-DISCOUNT-SUM                  PIC 9(5)V99.
           05 SUM-TRADE-IN-AMT                  PIC 9(5)V99.
           05 SUM-NET-SALE                      PIC 9(5)V99.
           05 SUM-SALES-TAX                     PIC 9(5)V99.
           05 SUM-SHIP-CHARGE                   PIC 9(5)V99.
           05 SUM-INVOICE-TOTAL                 PIC 9(5)V99.
           05 SUM-AMOUNT-RECEIVED               PIC 9(5)V99.
           05 SUM-PAY-CASH-AMT                  PIC 9(5)V99.
           05 SUM-PAY-CHECK-AMT                 PIC 9(5)V99.
           05 SUM-PAY-CARD-AMT                  PIC 9(5)V99.
           05 SUM-PAY-CREDIT-AMT                PIC 9(5)V99.
           05 SUM-PAY-POINTS-AMT                PIC 9(5)V99.
           05 SUM-PAY-ACCT-AMT                  PIC 9(5)V99.
           05 SUM-VOID-FLAG                     PIC X.
              88 SUM-VOIDED                     VALUE "V".
              88 SUM-STANDING                   VALUE "N".
           05 SUM-VOID-DATE                     PIC 9(8).
           05 SUM-VOID-OPERATOR-ID              PIC X(4).
           05 SUM-VOID-STORE-NO                 PIC 99.
           05 SUM-FILLER                        PIC X(7).

      * The control record, always the file's last record, proving
      * the summary against the raw history it was built from: the
      * invoices, history lines, invoice dollars, and tender dollars
      * counted off the history as it was read, against the same
      * figures added back up off the summary once it was written.
      * SUC-BUILT-DATE is the machine date of the build - sales
      * dated that day or later may have been rung since - and
      * SUC-VOID-LOG-COUNT the void log's length at the time, so a
      * void taken since shows the summary is behind.

       01  DAILY-SALES-CONTROL.
           05 SUC-RECORD-TYPE                   PIC X.
           05 SUC-BUILT-DATE                    PIC 9(8).
           05 SUC-BUILT-TIME                    PIC 9(6).
           05 SUC-BUSINESS-DATE                 PIC 9(8).
           05 SUC-HIST-LINES                    PIC 9(7).
           05 SUC-HIST-INVOICES                 PIC 9(7).
           05 SUC-HIST-TOTAL                    PIC 9(9)V99.
           05 SUC-HIST-TENDERS                  PIC 9(9)V99.
           05 SUC-SUM-LINES                     PIC 9(7).
           05 SUC-SUM-INVOICES                  PIC 9(7).
           05 SUC-SUM-TOTAL                     PIC 9(9)V99.
           05 SUC-SUM-TENDERS                   PIC 9(9)V99.
           05 SUC-VOIDED-COUNT                  PIC 9(7).
           05 SUC-VOIDED-TOTAL                  PIC 9(9)V99.
           05 SUC-VOID-LOG-COUNT                PIC 9(7).
           05 SUC-RESULT                        PIC X.
              88 SUC-BALANCED                   VALUE "B".
              88 SUC-NO-HISTORY                 VALUE "N".
              88 SUC-OUT-OF-BALANCE             VALUE "X".
           05 SUC-FILLER                        PIC X(49).
