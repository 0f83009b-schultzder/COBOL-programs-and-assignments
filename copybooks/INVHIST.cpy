      * INVHIST.cpy - shared invoice history record layout, appended
      * to InvoiceHistory.txt by PROGRAM1 (one line per bike on the
      * invoice, each carrying the shared invoice totals and tender
      * amounts) and read back by the void/reprint mode, the SUMBUILD
      * daily sales summary builder (whose summary the ZREPORT daily
      * close-out and the other sales reports read - see copybooks/
      * DLYSALES.cpy), and the other history-driven programs. Pulled
      * out so a new field lands in every reader at once instead of
      * each program guessing at the layout.
      ******************************************************************
      * in HIST-AMOUNT-RECEIVED, collected later through ARBILL.

           05 HIST-PAY-ACCT-AMT          PIC 9(5)V99.

      * Tax-exemption certificate the sale was made under (see
      * copybooks/TAXEXMPT.cpy) - the tax on the line is zero and
      * TAXREMIT reports the net sale as exempt. Blank on a taxed
      * sale.

           05 HIST-EXEMPT-CERT-NO        PIC X(15).

      * Shipping billed on a web storefront order (see copybooks/
      * FULFILL.cpy) - part of HIST-INVOICE-TOTAL and the tenders,
      * never taxed, never discounted. Zero on every counter sale.

           05 HIST-SHIP-CHARGE           PIC 9(5)V99.

      * Marketing campaign (see copybooks/CAMPAIGN.cpy) the client
      * named at the register, so CAMPRPT can credit the invoice to
      * it. Blank - every invoice from before the field existed - is
      * no campaign.

           05 HIST-CAMPAIGN-CODE         PIC X(6).
