      * InvoiceHistory.txt. One record per history line, keyed by
      * invoice number plus the line's sequence within the invoice,
      * with the client number as an alternate path and the full
      * 316-byte history record image as the payload - so void,
      * reprint, and client-history inquiries SEEK to their records
      * instead of reading a year of history front to back.
      *
              10 IX-INVOICE-NUMBER       PIC 9(6).
              10 IX-LINE-SEQ             PIC 9(3).
           05 IX-CLIENT-NO               PIC X(5).
           05 IX-HIST-IMAGE              PIC X(316).
