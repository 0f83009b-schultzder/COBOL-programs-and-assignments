      ******************************************************************
      * PERIODXC.cpy - closed-period exception log record
      * (PeriodExceptions.txt), appended by PERIODCHK for every
      * posting refused because its date falls in a closed month,
      * and listed by PERIODMNT.
      ******************************************************************
       01  PX-RECORD.
           05 PX-PROGRAM                      PIC X(10).
           05 PX-OPERATOR                     PIC X(4).
           05 PX-POST-DATE                    PIC 9(8).
           05 PX-TRIED-DATE                   PIC 9(8).
           05 PX-TRIED-TIME                   PIC 9(8).
           05 PX-DETAIL                       PIC X(30).
