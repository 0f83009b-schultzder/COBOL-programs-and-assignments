      ******************************************************************
      * PERIODCT.cpy - period-control file record (PeriodControl.txt),
      * one line per accounting month that has ever been closed,
      * kept in month order by PERIODMNT. A month with no line is
      * open. PD-CHANGED-BY/-DATE/-TIME say who closed (or last
      * reopened) the month and when; the full history of changes is
      * on the period change log (see copybooks/PERIODLG.cpy).
      ******************************************************************
       01  PD-RECORD.
           05 PD-PERIOD                       PIC 9(6).
           05 PD-STATUS                       PIC X.
              88 PD-OPEN                      VALUE "O".
              88 PD-CLOSED                    VALUE "C".
           05 PD-CHANGED-BY                   PIC X(4).
           05 PD-CHANGED-DATE                 PIC 9(8).
           05 PD-CHANGED-TIME                 PIC 9(8).
