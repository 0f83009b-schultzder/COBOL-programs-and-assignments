             10 REGION-NAME                        PIC X(15).
             10 REGION-OPENED                      PIC X(8).
             10 REGION-CLOSED                      PIC X(8).
             10 REGION-MIN-MONTHS                  PIC XX.
             10 REGION-VISA                        PIC X.
