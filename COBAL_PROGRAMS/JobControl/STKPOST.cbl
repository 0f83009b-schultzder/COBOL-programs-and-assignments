       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STKPOST.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared stock-ledger poster, CALLed the way FILERR is (see
      * copybooks/STKPOSTWS.cpy for the parameter block). Appends one
      * movement to the perpetual stock ledger (see copybooks/
      * STKLEDG.cpy), stamped with the date and time of posting and
      * signed the way the adjustment log signs a variance. A zero
      * quantity is not a movement and posts nothing.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the append-only stock ledger.

       SELECT STOCK-LEDGER-FILE
               ASSIGN TO UT-SYS-STKLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the stock ledger.

       FD  STOCK-LEDGER-FILE.
           COPY STKLEDG.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-STKLEDG-STATUS               PIC XX.

       01 WS-FILES.
          05 UT-SYS-STKLEDG                  PIC X(60)
          VALUE "C:\COBOL\StockLedger.txt".

       LINKAGE SECTION.
           COPY STKPOSTWS.

      * Start of procedure division

       PROCEDURE DIVISION USING SK-PARMS.

      ******************************************************************
      * 000-MAIN-RTN WRITES THE MOVEMENT, CREATING THE LEDGER ON ITS
      * FIRST-EVER POSTING.
      ******************************************************************
       000-MAIN-RTN.
           IF SK-QTY = ZEROS
               GOBACK
           END-IF
           OPEN EXTEND STOCK-LEDGER-FILE
           IF WS-STKLEDG-STATUS NOT = "00"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF
           ACCEPT SL-DATE FROM DATE YYYYMMDD
           ACCEPT SL-TIME FROM TIME
           MOVE SK-ITEM-CODE TO SL-ITEM-CODE
           MOVE SK-STORE-NO TO SL-STORE-NO
           MOVE SK-MOVE-TYPE TO SL-MOVE-TYPE
           IF SK-QTY < ZEROS
               MOVE "-" TO SL-QTY-SIGN
               COMPUTE SL-QTY = 0 - SK-QTY
           ELSE
               MOVE "+" TO SL-QTY-SIGN
               MOVE SK-QTY TO SL-QTY
           END-IF
           MOVE SK-UNIT-COST TO SL-UNIT-COST
           MOVE SK-SOURCE-DOC TO SL-SOURCE-DOC
           MOVE SK-OPERATOR TO SL-OPERATOR
           MOVE SK-PROGRAM TO SL-PROGRAM
           WRITE SL-RECORD
           CLOSE STOCK-LEDGER-FILE
           GOBACK.
