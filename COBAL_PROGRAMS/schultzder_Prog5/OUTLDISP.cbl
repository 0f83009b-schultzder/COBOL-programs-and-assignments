       FD  OUTLIER-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  OUTLIER-RECORD.
           05 OLR-CLIENT-NO                   PIC X(5).
           05 OLR-CLIENT-NAME                 PIC X(17).
           05 OLR-REGION-NO                   PIC XX.
           05 OLR-TRIP-COST                   PIC 9(6).
           05 OLR-REGION-AVG                  PIC 9(6)V99.
          05 WS-DI-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-DI-COUNT
               INDEXED BY DI-IDX.
             10 WS-DI-CLIENT-NO              PIC X(5).
             10 WS-DI-REGION-NO              PIC XX.
             10 WS-DI-TRIP-COST              PIC 9(6).
             10 WS-DI-STATUS                 PIC X.
          05                                 PIC X(29) VALUE SPACES.

       01 AG-DETAIL.
          05 AGD-CLIENT-NO                   PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-REGION-NO                   PIC XX.
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-INITIALS                    PIC X(3).
          05                                 PIC X(2)  VALUE SPACES.
          05 AGD-NOTE                        PIC X(30).
          05                                 PIC X(7)  VALUE SPACES.

       01 AG-FOOTER.
          05                                 PIC X(22)
