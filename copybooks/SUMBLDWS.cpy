      ******************************************************************
      * SUMBLDWS.cpy - parameter block for the shared SUMBUILD daily
      * sales summary builder (CALLed the way CTLPOST is). The
      * nightly DAYSUM step asks for a build outright; every summary
      * reader asks for the summary to be ready for the latest sale
      * date it reads before it opens the file (see copybooks/
      * DLYSALES.cpy), and SUMBUILD rebuilds it first only when it
      * is missing, out of balance, older than that date, or behind
      * the void log:
      *
      *   SB-REQUEST        B build now, R ready for SB-NEEDED-DATE
      *   SB-PROGRAM        who is asking (held-lock messages)
      *   SB-NEEDED-DATE    latest sale date the reader reads (R)
      *   SB-BUSINESS-DATE  the business date to stamp (B)
      *   SB-RESULT         G ready and in balance
      *                     N ready - no invoice history on file
      *                     X out of balance with the raw history
      *                     B busy - another run is rebuilding it
      *                     F the summary file could not be written
      *   SB-REBUILT        Y when this call rebuilt the file
      *   the control figures off the summary's control record
      ******************************************************************
       01 SB-PARMS.
          05 SB-REQUEST                      PIC X.
          05 SB-PROGRAM                      PIC X(8).
          05 SB-NEEDED-DATE                  PIC 9(8).
          05 SB-BUSINESS-DATE                PIC 9(8).
          05 SB-RESULT                       PIC X.
          05 SB-REBUILT                      PIC X.
          05 SB-HIST-LINES                   PIC 9(7).
          05 SB-HIST-INVOICES                PIC 9(7).
          05 SB-HIST-TOTAL                   PIC 9(9)V99.
          05 SB-HIST-TENDERS                 PIC 9(9)V99.
          05 SB-SUM-LINES                    PIC 9(7).
          05 SB-SUM-INVOICES                 PIC 9(7).
          05 SB-SUM-TOTAL                    PIC 9(9)V99.
          05 SB-SUM-TENDERS                  PIC 9(9)V99.
          05 SB-VOIDED-COUNT                 PIC 9(7).
          05 SB-VOIDED-TOTAL                 PIC 9(9)V99.
