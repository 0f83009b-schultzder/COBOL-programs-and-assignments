      * re-keying them.
      *
      * The history's 5-digit zero-padded client number is carried
      * into the transaction key as it stands - PROJECT3's layout
      * holds the full five digits. Invoices in the void log are
      * skipped. Amounts beyond the transaction layout's field
      * widths are capped and flagged.
      ******************************************************************

       FD  CLIENT-SALES-FILE.
       01  CLIENT-SALES-RECORD.
           05 CS-CLIENT-NO               PIC X(5).
           05 CS-CLIENT-NAME             PIC X(25).
           05 CS-UNIT-PRICE              PIC 9(4)V99.
           05 CS-QUANTITY-SOLD           PIC S9999.
       FD  TRANSACTION-OUT-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  TRANSACTION-OUT-RECORD.
           05 T-CLIENT-NO                PIC X(5).
           05 T-CLIENT-NAME              PIC X(25).
           05 T-UNIT-PRICE               PIC 9(4)V99.
           05                            PIC X(3)  VALUE SPACES.
          05 WS-PREV-INVOICE                 PIC 9(6) VALUE 999999.
          05 WS-VOIDED-FOUND                 PIC XXX.
          05 WS-CLIENT-NUM                   PIC 9(5).
          05 WS-TRANS-OUT-COUNT              PIC 9(5) VALUE 0.
          05 WS-EXCEPTION-COUNT              PIC 9(5) VALUE 0.
          05 WS-CAPPED                       PIC XXX.

      ******************************************************************
      * 300-CONVERT-INVOICE BUILDS ONE TRANSACTION FROM ONE STANDING
      * INVOICE. VOIDED INVOICES ARE SKIPPED AND CLIENTLESS RECORDS
      * GO TO THE EXCEPTION LISTING INSTEAD.
      ******************************************************************
       300-CONVERT-INVOICE.
           MOVE "NO" TO WS-VOIDED-FOUND
               GO TO 300-EXIT
           END-IF
           MOVE HIST-CLIENT-NO TO WS-CLIENT-NUM
           MOVE WS-CLIENT-NUM TO T-CLIENT-NO
           MOVE HIST-NAME TO T-CLIENT-NAME
           MOVE "NO" TO WS-CAPPED
           IF HIST-NET-SALE > 9999.99

           MOVE "A" TO T-TRANS-CODE
           IF WS-CLSALES-STATUS = "00"
               MOVE WS-CLIENT-NUM TO CS-CLIENT-NO
               READ CLIENT-SALES-FILE
                   INVALID KEY
                       MOVE "A" TO T-TRANS-CODE
