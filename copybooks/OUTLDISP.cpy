      * re-flagging trips someone has already looked at.
      ******************************************************************
       01  OD-RECORD.
           05 OD-CLIENT-NO               PIC X(5).
           05 OD-REGION-NO               PIC XX.
           05 OD-TRIP-COST               PIC 9(6).
           05 OD-STATUS                  PIC X.
