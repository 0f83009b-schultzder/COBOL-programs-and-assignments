      ******************************************************************
      * CLOSESTP.cpy - month-end close step log record
      * (CloseSteps.txt). ZREPORT, CARDRECON, and TAXREMIT each append
      * one line per run giving the dates the run covered - the Z-
      * report's close-out day, the first and last day the card
      * reconciliation matched, the remittance month's first and
      * last day - and PERIODMNT will not close a month until every
      * trading day in it is covered by a Z-report and a card
      * reconciliation and the whole month by a tax remittance.
      ******************************************************************
       01  CLS-RECORD.
           05 CLS-PROGRAM                     PIC X(10).
           05 CLS-FROM-DATE                   PIC 9(8).
           05 CLS-TO-DATE                     PIC 9(8).
           05 CLS-RUN-DATE                    PIC 9(8).
           05 CLS-RUN-TIME                    PIC 9(8).
