      ******************************************************************
      * NSFLOG.cpy - returned (NSF) check log record layout, appended
      * to NSFChecks.txt by NSFCHECK. Append-only like every other
      * register log:
      *
      *   NSF-ENTRY-TYPE "R" - a check taken on the invoice came back
      *       from the bank; NSF-CHECK-AMT is the amount returned and
      *       NSF-BANK-FEE the fee charged on to the client. The two
      *       together go on the house charge file as an "N" charge
      *       (see copybooks/ARCHARGE.cpy).
      *   NSF-ENTRY-TYPE "P" - money recovered against the returned
      *       check (NSF-CHECK-AMT), posted to the house charge file
      *       as a payment.
      *   NSF-ENTRY-TYPE "C" - a supervisor cleared the client's
      *       check-tender hold (no amounts).
      *
      * What is still owed on an invoice's returned check is its "R"
      * amounts and fees less its "P" amounts. The monthly NSF report
      * lists that per invoice; GLEXTRACT journals the day's "R" and
      * "P" entries.
      ******************************************************************
       01  NSF-RECORD.
           05 NSF-INVOICE-NUMBER         PIC 9(6).
           05 NSF-CLIENT-NO              PIC X(5).
           05 NSF-ENTRY-TYPE             PIC X.
               88 NSF-RETURNED                       VALUE "R".
               88 NSF-RECOVERY                       VALUE "P".
               88 NSF-HOLD-CLEARED                   VALUE "C".
           05 NSF-CHECK-AMT              PIC 9(5)V99.
           05 NSF-BANK-FEE               PIC 9(3)V99.
           05 NSF-DATE                   PIC 9(8).
           05 NSF-OPERATOR-ID            PIC X(4).
