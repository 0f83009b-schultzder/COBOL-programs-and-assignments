      * number in ascending order and printing it out to a report
      *
      *  Input File:
      *   1-5   Client Number
      *   6-30  Client Name
      *   30-36 Unit Price
      *   37-40 Quantity Sold 
      *   41-46 Total Sale 
       FD INPUT-TRANS-FILE
          RECORD CONTAINS 68 CHARACTERS.
       01 TRANSACTION-FILE.
          05 T-CLIENT-NO                         PIC X(5).
          05 T-CLIENT-NAME                       PIC X(25).
          05 T-UNIT-PRICE                        PIC 9(4)V99.
          05                                     PIC X(3) VALUE SPACES.
       FD SORTED-IN-TRANS-FILE
          RECORD CONTAINS 68 CHARACTERS.
       01 TRANSACTION-FILE-S.
          05 ST-CLIENT-NO                         PIC X(5).
          05 ST-CLIENT-NAME                       PIC X(25).
          05 ST-UNIT-PRICE                        PIC 9(4)V99.
          05                                     PIC X(3) VALUE SPACES.
       FD  INPUT-OLD-MASTER
           RECORD CONTAINS 67 CHARACTERS.
       01 OUTPUT-RECORD-DATA.
          05 O-CLIENT-NO                         PIC X(5).
          05 O-CLIENT-NAME                       PIC X(25).
          05 O-UNIT-PRICE                        PIC 9(4)V99.
          05                                     PIC X(3) VALUE SPACES.
       FD  NEW-MASTER-REC
           RECORD CONTAINS 67 CHARACTERS.
       01 NEW-RECORD-DATA.
          05 A-CLIENT-NO                         PIC X(5).
          05 A-CLIENT-NAME                       PIC X(25).
          05 A-UNIT-PRICE                        PIC 9(4)V99.
          05                                     PIC X(3) VALUE SPACES.

       SD SORT-X.
       01 SORT-RECORD.
          05 S-CLIENT-NO                         PIC X(5).
          05 S-CLIENT-NAME                       PIC X(25).
          05 S-UNIT-PRICE                        PIC 9(4)V99.
          05                                     PIC X(3) VALUE SPACES.

       FD TRANS-EXCEPTION-FILE.
       01 TRANS-EXCEPTION-RECORD.
          05 EXC-CLIENT-NO                       PIC X(5).
          05                                     PIC X VALUE SPACES.
          05 EXC-TRANS-CODE                      PIC X.
          05                                     PIC X VALUE SPACES.
       01 AUDIT-RECORD.
          05 AUD-TRANS-TYPE                      PIC X(8).
          05                                     PIC X VALUE SPACES.
          05 AUD-BEFORE-CLIENT-NO                PIC X(5).
          05                                     PIC X VALUE SPACES.
          05 AUD-BEFORE-CLIENT-NAME               PIC X(25).
          05 AUD-BEFORE-UNIT-PRICE                PIC 9(4)V99.
          05 AUD-BEFORE-QUANTITY-SOLD             PIC S9999.
          05 AUD-BEFORE-FINAL-SALE                PIC S9(4)V99.
          05                                     PIC X VALUE SPACES.
          05 AUD-AFTER-CLIENT-NO                 PIC X(5).
          05                                     PIC X VALUE SPACES.
          05 AUD-AFTER-CLIENT-NAME               PIC X(25).
          05 AUD-AFTER-UNIT-PRICE                PIC 9(4)V99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          05 CKPT-OLD-CLIENT-NO                  PIC X(5).
          05 CKPT-TRANS-CLIENT-NO                 PIC X(5).
          05 CKPT-COUNT-ADDED                    PIC 9(5).
          05 CKPT-COUNT-CHANGED                  PIC 9(5).
          05 CKPT-COUNT-DELETED                  PIC 9(5).

       FD CLIENT-SALES-FILE.
       01 CLIENT-SALES-RECORD.
          05 CS-CLIENT-NO                        PIC X(5).
          05 CS-CLIENT-NAME                      PIC X(25).
          05 CS-UNIT-PRICE                       PIC 9(4)V99.
          05 CS-QUANTITY-SOLD                    PIC S9999.
          05 WS-CLIENT-COUNT                        PIC 999.
          05 WS-SALES-TAX-CONST                     PIC 9V999
                                                    VALUE 0.065.
          05 WS-HIGH-VALUES                         PIC 9(5)
                                                    VALUE 99999.
          05 WS-PREVEOUS-REC                        PIC 9(5).
          COPY RUNDATE.
          05 WS-COUNT-ADDED                         PIC 9(5) VALUE 0.
          05 WS-COUNT-CHANGED                       PIC 9(5) VALUE 0.
          05 WS-CKPTFILE-STATUS                     PIC XX.
          05 WS-CLIENTMS-STATUS                     PIC XX.
      * 032 (review fix): CM-CLIENT-NO is the shared master's key
      * (copybooks/CLIENTMS.cpy, PIC X(5)). A-CLIENT-NO now carries
      * the same five digits; routing it through a numeric field
      * still zero-pads a number keyed short ("23" -> "00023") the
      * way PROGRAM1's operator-typed numbers are, so the two line
      * up on the same key for the same client.
          05 WS-CLIENT-NO-KEY                       PIC 9(5).
          05 WS-CKPT-EOF                            PIC XXX  VALUE "NO".
          05 WS-CKPT-FOUND                          PIC XXX  VALUE "NO".
          05 WS-CKPT-OLD-CLIENT-NO                  PIC X(5).
          05 WS-CKPT-TRANS-CLIENT-NO                PIC X(5).
          05 WS-RECYCLE-STATUS                      PIC XX.
          05 WS-CLSALES-STATUS                      PIC XX.
          05 WS-SIMULATE-ANSWER                     PIC X   VALUE "N".
      * about to touch, for the audit trail.

       01 WS-BEFORE-IMAGE.
          05 WS-BEF-CLIENT-NO                       PIC X(5).
          05 WS-BEF-CLIENT-NAME                     PIC X(25).
          05 WS-BEF-UNIT-PRICE                      PIC 9(4)V99.
          05 WS-BEF-QUANTITY-SOLD                   PIC S9999.
          05 WS-SIM-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-SIM-COUNT
               INDEXED BY SIM-IDX.
             10 WS-SIM-CLIENT-NO                    PIC X(5).
             10 WS-SIM-ACTION                       PIC X.
             10 WS-SIM-NAME                         PIC X(25).
             10 WS-SIM-PRICE                        PIC 9(4)V99.
          05 WS-TC-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-TC-COUNT
               INDEXED BY TC-IDX.
             10 WS-TC-CLIENT-NO                     PIC X(5).
             10 WS-TC-STATUS                        PIC X.

      * A recycled transaction re-entering the run keeps its cycle
       01 WS-RCY-WORK.
          05 WS-RCY-WORK-IMAGE                      PIC X(68).
          05 WS-RCY-WORK-SPLIT REDEFINES WS-RCY-WORK-IMAGE.
             10 WS-RCY-WORK-CLIENT                  PIC X(5).
             10                                     PIC X(62).
             10 WS-RCY-WORK-CODE                    PIC X.

      * 046: client-number inquiry/lookup mode, run interactively
      * client up on the new master without paging through the report.

          05 WS-INQUIRY-AGAIN                       PIC X   VALUE "Y".
          05 WS-INQUIRY-CLIENT-NO                    PIC X(5).
          05 WS-INQUIRY-FOUND                        PIC XXX VALUE "NO".
          05 WS-INQUIRY-EOF                          PIC XXX VALUE "NO".

          05                                 PIC X(124) VALUE SPACES.
          
       01 DETAILS1.
          05 D-CLIENT-NO                     PIC X(5).
          05                                 PIC X(2)  VALUE SPACES.
          05 D-CLIENT-NAME                   PIC X(25).
          05                                 PIC X(3)  VALUE SPACES.
          05 D-UNIT-PRICE                    PIC -$,$$$.99.
                       MOVE A-CLIENT-NAME TO CM-CLIENT-NAME
                       MOVE ZEROS TO CM-LOYALTY-POINTS
                       MOVE "A" TO CM-ACTIVE-FLAG
                       MOVE SPACES TO CM-PRICING-TIER CM-NSF-HOLD
                       MOVE SPACES TO CM-CONSENT-MAIL CM-CONSENT-PHONE
                           CM-CONSENT-EMAIL
                       WRITE CM-MASTER-RECORD
                   END-IF
               NOT INVALID KEY
