       FD  TRANSACTION-OUT-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  TRANSACTION-FILE.
           05 T-CLIENT-NO                         PIC X(5).
           05 T-CLIENT-NAME                       PIC X(25).
           05 T-UNIT-PRICE                        PIC 9(4)V99.
           05                                     PIC X(3) VALUE SPACES.

       FD  SALES-MASTER-FILE.
       01  MASTER-RECORD-DATA.
           05 M-CLIENT-NO                         PIC X(5).
           05 M-CLIENT-NAME                       PIC X(25).
           05 M-UNIT-PRICE                        PIC 9(4)V99.
           05 M-QUANTITY-SOLD                     PIC S9999.
      * File description for the raw batch ticket file.

       FD  BATCH-INPUT-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  BATCH-INPUT-RECORD.
           05 TB-CLIENT-NO                        PIC X(5).
           05 TB-CLIENT-NAME                      PIC X(25).
           05 TB-UNIT-PRICE                       PIC 9(4)V99.
           05 TB-QUANTITY-SOLD                    PIC S9999.
          05 WS-BATCH-EOF                    PIC XXX   VALUE "NO".
          05 WS-EOF-FLAG                     PIC XXX   VALUE "YES".
          05 WS-SALES-TAX-CONST              PIC 9V999 VALUE 0.065.
          05 WS-CLIENT-NO                    PIC X(5).
          05 WS-CLIENT-NAME                  PIC X(25).
          05 WS-UNIT-PRICE                   PIC 9(4)V99.
          05 WS-QUANTITY-SOLD                PIC S9999.
          05 WS-MA-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-MA-COUNT
               INDEXED BY MA-IDX.
             10 WS-MA-CLIENT-NO              PIC X(5).

      * Files

      * 400-PROMPT-USER KEYS ONE TRANSACTION INTERACTIVELY.
      ******************************************************************
       400-PROMPT-USER.
           DISPLAY "ENTER CLIENT NUMBER (5 DIGITS)"
           ACCEPT WS-CLIENT-NO
           DISPLAY "ENTER CODE - A(DD) C(HANGE) D(ELETE)"
           ACCEPT WS-TRANS-CODE
