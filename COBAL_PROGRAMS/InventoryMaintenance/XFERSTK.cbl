
       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * the ship posts a transfer out of the sending store, the
      * receipt a transfer into the receiving one.

       COPY STKPOSTWS.

      * The whole transfer file, held while a receive closes its
      * record, then written back out.

               SUBTRACT WS-INPUT-QTY FROM INV-QTY-ON-HAND
           END-IF
           REWRITE INV-RECORD
           MOVE WS-FROM-STORE TO SK-STORE-NO
           MOVE "O" TO SK-MOVE-TYPE
           COMPUTE SK-QTY = 0 - WS-INPUT-QTY
           PERFORM 950-POST-STOCK-MOVE THRU 950-EXIT
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           OPEN EXTEND TRANSFER-FILE
               ADD WS-XFR-QTY (WS-XFR-SUB) TO INV-QTY-ON-HAND
           END-IF
           REWRITE INV-RECORD
           MOVE WS-TO-STORE TO SK-STORE-NO
           MOVE "I" TO SK-MOVE-TYPE
           MOVE WS-XFR-QTY (WS-XFR-SUB) TO SK-QTY
           PERFORM 950-POST-STOCK-MOVE THRU 950-EXIT
           CLOSE INVENTORY-FILE
           PERFORM 910-DROP-INVENTORY-LOCK THRU 910-EXIT
           MOVE "R" TO WS-XFR-STATUS (WS-XFR-SUB)
           MOVE "XFERSTK" TO FL-PROGRAM
           CALL "FILELOCK" USING FL-PARMS.
       910-EXIT.

      ******************************************************************
      * 950-POST-STOCK-MOVE POSTS THE TRANSFER LEG LOADED INTO SK-
      * PARMS FOR THE ITEM JUST REWRITTEN TO THE STOCK LEDGER.
      ******************************************************************
       950-POST-STOCK-MOVE.
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE ZEROS TO SK-UNIT-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE SPACES TO SK-SOURCE-DOC SK-OPERATOR
           MOVE "XFERSTK" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       950-EXIT.
