      ******************************************************************
      * PERIODLG.cpy - period change log record (PeriodLog.txt),
      * appended by PERIODMNT for every close and reopen, so the
      * accountant can see who opened a filed month again and why.
      ******************************************************************
       01  PL-RECORD.
           05 PL-PERIOD                       PIC 9(6).
           05 PL-ACTION                       PIC X.
              88 PL-CLOSE                     VALUE "C".
              88 PL-REOPEN                    VALUE "R".
           05 PL-OPERATOR                     PIC X(4).
           05 PL-DATE                         PIC 9(8).
           05 PL-TIME                         PIC 9(8).
           05 PL-REASON                       PIC X(40).
