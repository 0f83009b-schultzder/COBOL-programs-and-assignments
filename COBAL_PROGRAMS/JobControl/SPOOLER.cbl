                   PERFORM 100-OPEN-SPOOL THRU 100-EXIT
               WHEN "L"
                   PERFORM 200-WRITE-LINE THRU 200-EXIT
               WHEN "P"
                   PERFORM 250-NEW-PAGE THRU 250-EXIT
               WHEN "C"
                   PERFORM 300-CLOSE-SPOOL THRU 300-EXIT
               WHEN "F"
           ADD 1 TO WS-LINE-NO.
       200-EXIT.

      ******************************************************************
      * 250-NEW-PAGE STARTS THE NEXT LINE ON A FRESH NUMBERED PAGE,
      * FOR A DOCUMENT WHOSE SECTIONS EACH BEGIN A PAGE. A PAGE WITH
      * NOTHING WRITTEN ON IT YET IS LEFT AS IT IS.
      ******************************************************************
       250-NEW-PAGE.
           IF WS-SPOOL-OPEN NOT = "YES"
               MOVE "E" TO SP-STATUS
               GO TO 250-EXIT
           END-IF
           IF WS-LINE-NO > ZEROS
               ADD 1 TO WS-PAGE-NO
               PERFORM 150-WRITE-PAGE-HEADER THRU 150-EXIT
           END-IF.
       250-EXIT.

      ******************************************************************
      * 300-CLOSE-SPOOL CLOSES THE SPOOL AND WRITES ITS CATALOG
      * ENTRY.
