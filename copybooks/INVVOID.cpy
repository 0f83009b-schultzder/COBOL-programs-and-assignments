      ******************************************************************
      * INVVOID.cpy - shared invoice void log record layout, appended
      * to InvoiceVoid.txt by PROGRAM1's void/reprint mode and read
      * back by the SUMBUILD daily sales summary builder, which marks
      * each voided invoice on the summary the sales reports read,
      * and by the void reconciliation and loss-prevention reports
      * as a log of void events. The history file is never rewritten -
      * this log is the record that an invoice was cancelled.
      ******************************************************************
       01  VOID-RECORD.
