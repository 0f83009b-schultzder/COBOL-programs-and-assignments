      ******************************************************************
      * TAXEXMPT.cpy - sales-tax exemption certificate record layout,
      * kept on the indexed TaxExempt.dat. One record per client per
      * issuing state, keyed by the shared client number (see
      * copybooks/CLIENTMS.cpy) plus the state, so a school district
      * that buys for campuses in two states holds one certificate
      * for each. Maintained through EXEMPTMNT.
      *
      * PROGRAM1's 395-DETERMINE-SALES-TAX-RATE zeroes the tax when
      * the client holds a certificate for the ship-to state that has
      * not expired on the sale date, and stamps the certificate
      * number on the invoice history (HIST-EXEMPT-CERT-NO). TAXREMIT
      * reports the exempt sales per state and lists certificates
      * coming up for renewal.
      ******************************************************************
       01  EX-RECORD.
           05 EX-KEY.
              10 EX-CLIENT-NO            PIC X(5).
              10 EX-ISSUE-STATE          PIC XX.
           05 EX-CERT-NO                 PIC X(15).

      * Last day the certificate is good for (YYYYMMDD) - a sale
      * dated after it is taxed as normal.

           05 EX-EXPIRY-DATE             PIC 9(8).

      * Who the certificate was issued to as printed on it, for the
      * renewal listing - the client master name is often a contact
      * person rather than the exempt organization.

           05 EX-HOLDER-NAME             PIC X(25).
