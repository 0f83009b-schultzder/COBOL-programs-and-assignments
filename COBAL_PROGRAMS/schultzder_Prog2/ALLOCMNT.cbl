       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALLOCMNT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Target sector allocation maintenance, built in the same mold
      * as PORTMNT. SectorTargets.txt (see copybooks/SECTTGT.cpy)
      * holds the investment committee's target weight and tolerance
      * band for each sector of each portfolio; REBALNC measures the
      * actual weights against it and proposes the trades. The
      * portfolio must be on the portfolio master and the sector on
      * SectorTable.txt. A portfolio's targets are listed with their
      * total after every change - anything short of 100 percent is
      * simply left unallocated.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the target allocation file.

       SELECT TARGET-FILE
               ASSIGN TO UT-SYS-TARGETS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGETS-STATUS.

      * Select statement for the portfolio master.

       SELECT PORTFOLIO-FILE
               ASSIGN TO UT-SYS-PORTFOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOL-STATUS.

      * Select statement for the shared sector-name table.

       SELECT SECTOR-TABLE
               ASSIGN TO UT-SYS-SECTOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTOR-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the target allocation file.

       FD  TARGET-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY SECTTGT.

      * File description for the portfolio master.

       FD  PORTFOLIO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PORTFOL.

      * File description for the sector-name table.

       FD  SECTOR-TABLE
           RECORD CONTAINS 17 CHARACTERS.
       COPY SECTORFD.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-END-OF-JOB                   PIC XXX VALUE "NO".
          05 WS-MENU-CHOICE                  PIC X.
          05 WS-ENTRY-FOUND                  PIC XXX VALUE "NO".
          05 WS-ENTRY-SUB                    PIC 999.
          05 WS-TGT-SUB                      PIC 999.
          05 WS-TARGETS-STATUS               PIC XX.
          05 WS-PORTFOL-STATUS               PIC XX.
          05 WS-SECTOR-STATUS                PIC XX.
          05 WS-TARGET-EOF                   PIC XXX VALUE "NO".
          05 WS-INPUT-PORTFOLIO              PIC X(4).
          05 WS-INPUT-SECTOR                 PIC XX.
          05 WS-INPUT-TARGET                 PIC 9(3)V99.
          05 WS-INPUT-BAND                   PIC 9(3)V99.
          05 WS-NEW-KEY                      PIC X(6).
          05 WS-PORT-TOTAL                   PIC 9(4)V99.
          05 WS-SHOW-TARGET                  PIC ZZ9.99.
          05 WS-SHOW-BAND                    PIC ZZ9.99.
          05 WS-SHOW-TOTAL                   PIC Z,ZZ9.99.
          05 WS-SHOW-NAME                    PIC X(15).

      * Portfolio lookup table.

       COPY PORTTB.

      * Sector-name lookup table.

       COPY SECTORTB.

      * The target file in portfolio and sector order.

       01 WS-TARGET-TABLE.
          05 WS-TGT-COUNT                    PIC 999 VALUE 0.
          05 WS-TGT-ENTRIES OCCURS 0 TO 400 TIMES
               DEPENDING ON WS-TGT-COUNT.
             10 WS-TGT-KEY.
                15 WS-TGT-PORTFOLIO          PIC X(4).
                15 WS-TGT-SECTOR             PIC XX.
             10 WS-TGT-TARGET                PIC 9(3)V99.
             10 WS-TGT-BAND                  PIC 9(3)V99.

      * Files

       01 WS-FILES.
          05 UT-SYS-TARGETS                  PIC X(60)
          VALUE "C:\COBOL\SectorTargets.txt".
          05 UT-SYS-PORTFOL                  PIC X(60)
          VALUE "C:\COBOL\Portfolios.txt".
          05 UT-SYS-SECTOR                   PIC X(60)
          VALUE "C:\COBOL\SectorTable.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE LOADS THE MASTERS AND THE TARGETS, RUNS THE
      * MAINTENANCE MENU UNTIL THE USER QUITS, THEN REWRITES THE
      * TARGET FILE BACK OUT.
      ******************************************************************
       000-MAIN-MODULE.
           PERFORM 100-LOAD-PORTFOLIOS THRU 100-EXIT
           PERFORM 120-LOAD-SECTORS THRU 120-EXIT
           PERFORM 200-LOAD-TARGET-TABLE THRU 200-EXIT
           PERFORM 300-MENU-RTN THRU 300-EXIT
               UNTIL WS-END-OF-JOB = "YES"
           PERFORM 900-REWRITE-TARGET-TABLE THRU 900-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-PORTFOLIOS READS THE PORTFOLIO MASTER INTO ITS
      * TABLE. NO MASTER LEAVES THE TABLE EMPTY AND EVERY ADD IS
      * REFUSED.
      ******************************************************************
       100-LOAD-PORTFOLIOS.
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOL-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           PERFORM 110-READ-PORTFOLIO THRU 110-EXIT
               UNTIL WS-PORT-EOF = "YES"
           CLOSE PORTFOLIO-FILE.
       100-EXIT.

       110-READ-PORTFOLIO.
           READ PORTFOLIO-FILE
               AT END
                   MOVE "YES" TO WS-PORT-EOF
               NOT AT END
                   IF WS-PORT-COUNT < 20
                       ADD 1 TO WS-PORT-COUNT
                       SET PORT-X1 TO WS-PORT-COUNT
                       MOVE PORTFOLIO-REC TO PORT-ENTRIES (PORT-X1)
                   END-IF
           END-READ.
       110-EXIT.

      ******************************************************************
      * 120-LOAD-SECTORS READS THE SHARED SECTOR-NAME TABLE THE WAY
      * PROGRAM2'S 060-LOAD-SECTOR-TABLE DOES.
      ******************************************************************
       120-LOAD-SECTORS.
           OPEN INPUT SECTOR-TABLE
           IF WS-SECTOR-STATUS NOT = "00"
               GO TO 120-EXIT
           END-IF
           PERFORM 130-READ-SECTOR THRU 130-EXIT
               UNTIL WS-SECTOR-EOF = "YES"
           CLOSE SECTOR-TABLE.
       120-EXIT.

       130-READ-SECTOR.
           READ SECTOR-TABLE
               AT END
                   MOVE "YES" TO WS-SECTOR-EOF
               NOT AT END
                   IF WS-SECTOR-COUNT < 20
                       ADD 1 TO WS-SECTOR-COUNT
                       SET SEC-X1 TO WS-SECTOR-COUNT
                       MOVE SECTOR-REC TO SECTOR-ENTRIES (SEC-X1)
                   END-IF
           END-READ.
       130-EXIT.

      ******************************************************************
      * 200-LOAD-TARGET-TABLE READS THE EXISTING TARGETS INTO THE
      * TABLE, KEEPING IT IN PORTFOLIO AND SECTOR ORDER.
      ******************************************************************
       200-LOAD-TARGET-TABLE.
           OPEN INPUT TARGET-FILE
           IF WS-TARGETS-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-TARGET THRU 210-EXIT
               UNTIL WS-TARGET-EOF = "YES"
           CLOSE TARGET-FILE.
       200-EXIT.

       210-READ-TARGET.
           READ TARGET-FILE
               AT END
                   MOVE "YES" TO WS-TARGET-EOF
               NOT AT END
                   IF WS-TGT-COUNT < 400
                       MOVE TG-PORTFOLIO TO WS-INPUT-PORTFOLIO
                       MOVE TG-SECTOR-CODE TO WS-INPUT-SECTOR
                       MOVE TG-TARGET-PCT TO WS-INPUT-TARGET
                       MOVE TG-BAND-PCT TO WS-INPUT-BAND
                       PERFORM 450-INSERT-TARGET THRU 450-EXIT
                   END-IF
           END-READ.
       210-EXIT.

      ******************************************************************
      * 300-MENU-RTN DISPLAYS THE MAINTENANCE MENU AND ROUTES TO THE
      * CHOSEN OPERATION.
      ******************************************************************
       300-MENU-RTN.
           DISPLAY " "
           DISPLAY "TARGET SECTOR ALLOCATION MAINTENANCE"
           DISPLAY "L - LIST A PORTFOLIO'S TARGETS"
           DISPLAY "A - ADD A SECTOR TARGET"
           DISPLAY "C - CHANGE A SECTOR'S TARGET AND BAND"
           DISPLAY "D - DELETE A SECTOR TARGET"
           DISPLAY "X - SAVE AND EXIT"
           DISPLAY "ENTER CHOICE"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 310-ACCEPT-PORTFOLIO THRU 310-EXIT
                   IF WS-INPUT-PORTFOLIO NOT = SPACES
                       PERFORM 350-LIST-PORTFOLIO THRU 350-EXIT
                   END-IF
               WHEN "A"
               WHEN "a"
                   PERFORM 400-ADD-TARGET THRU 400-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-TARGET THRU 500-EXIT
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-TARGET THRU 600-EXIT
               WHEN "X"
               WHEN "x"
                   MOVE "YES" TO WS-END-OF-JOB
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       300-EXIT.

      ******************************************************************
      * 310-ACCEPT-PORTFOLIO PROMPTS FOR A PORTFOLIO ID THAT MUST BE
      * ON THE MASTER. ONE THAT IS NOT COMES BACK AS SPACES.
      ******************************************************************
       310-ACCEPT-PORTFOLIO.
           DISPLAY "ENTER PORTFOLIO ID"
           ACCEPT WS-INPUT-PORTFOLIO
           MOVE "NO" TO WS-ENTRY-FOUND
           IF WS-PORT-COUNT > 0
               SET PORT-X1 TO 1
               SEARCH PORT-ENTRIES
                   AT END
                       MOVE "NO" TO WS-ENTRY-FOUND
                   WHEN PORT-ID (PORT-X1) = WS-INPUT-PORTFOLIO
                       MOVE "YES" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF WS-ENTRY-FOUND = "NO" OR WS-INPUT-PORTFOLIO = SPACES
               DISPLAY "PORTFOLIO NOT ON THE MASTER - ADD IT WITH "
                   "PORTMNT"
               MOVE SPACES TO WS-INPUT-PORTFOLIO
               GO TO 310-EXIT
           END-IF
           DISPLAY PORT-NAME (PORT-X1) " - " PORT-OWNER (PORT-X1).
       310-EXIT.

      ******************************************************************
      * 320-ACCEPT-SECTOR PROMPTS FOR A SECTOR CODE THAT MUST BE ON
      * SECTORTABLE.TXT. ONE THAT IS NOT COMES BACK AS SPACES.
      ******************************************************************
       320-ACCEPT-SECTOR.
           DISPLAY "ENTER SECTOR CODE (2 CHARACTERS)"
           ACCEPT WS-INPUT-SECTOR
           PERFORM 330-FIND-SECTOR-NAME THRU 330-EXIT
           IF WS-ENTRY-FOUND = "NO" OR WS-INPUT-SECTOR = SPACES
               DISPLAY "SECTOR NOT ON THE SECTOR TABLE - ADD IT WITH "
                   "SECTORMNT"
               MOVE SPACES TO WS-INPUT-SECTOR
           END-IF.
       320-EXIT.

       330-FIND-SECTOR-NAME.
           MOVE "NO" TO WS-ENTRY-FOUND
           MOVE SPACES TO WS-SHOW-NAME
           IF WS-SECTOR-COUNT > 0
               SET SEC-X1 TO 1
               SEARCH SECTOR-ENTRIES
                   AT END
                       MOVE "NO" TO WS-ENTRY-FOUND
                   WHEN SECTOR-CODE (SEC-X1) = WS-INPUT-SECTOR
                       MOVE "YES" TO WS-ENTRY-FOUND
                       MOVE SECTOR-NAME (SEC-X1) TO WS-SHOW-NAME
               END-SEARCH
           END-IF.
       330-EXIT.

      ******************************************************************
      * 340-ACCEPT-TARGET PROMPTS FOR THE TARGET PERCENT AND THE
      * BAND. A TARGET OVER 100, OR A BAND WIDER THAN THE TARGET
      * ITSELF ALLOWS, COMES BACK AS A BLANK SECTOR SO THE CALLER
      * CAN ABANDON THE ENTRY.
      ******************************************************************
       340-ACCEPT-TARGET.
           DISPLAY "ENTER TARGET PERCENT OF STOCK VALUE (999.99)"
           ACCEPT WS-INPUT-TARGET
           IF WS-INPUT-TARGET > 100
               DISPLAY "TARGET CANNOT EXCEED 100 PERCENT"
               MOVE SPACES TO WS-INPUT-SECTOR
               GO TO 340-EXIT
           END-IF
           DISPLAY "ENTER TOLERANCE BAND EITHER SIDE, IN PERCENTAGE "
               "POINTS (999.99)"
           ACCEPT WS-INPUT-BAND
           IF WS-INPUT-BAND > 100
               DISPLAY "BAND CANNOT EXCEED 100 POINTS"
               MOVE SPACES TO WS-INPUT-SECTOR
           END-IF.
       340-EXIT.

      ******************************************************************
      * 350-LIST-PORTFOLIO DISPLAYS THE KEYED PORTFOLIO'S TARGETS AND
      * THEIR TOTAL.
      ******************************************************************
       350-LIST-PORTFOLIO.
           MOVE ZEROS TO WS-PORT-TOTAL
           DISPLAY " "
           DISPLAY "SECTOR                   TARGET%    BAND"
           PERFORM 355-LIST-ONE THRU 355-EXIT
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-COUNT
           MOVE WS-PORT-TOTAL TO WS-SHOW-TOTAL
           DISPLAY "TOTAL TARGET            " WS-SHOW-TOTAL
           IF WS-PORT-TOTAL > 100
               DISPLAY "*** TARGETS ADD TO MORE THAN 100 PERCENT ***"
           END-IF.
       350-EXIT.

       355-LIST-ONE.
           IF WS-TGT-PORTFOLIO (WS-TGT-SUB) NOT = WS-INPUT-PORTFOLIO
               GO TO 355-EXIT
           END-IF
           MOVE WS-TGT-SECTOR (WS-TGT-SUB) TO WS-INPUT-SECTOR
           PERFORM 330-FIND-SECTOR-NAME THRU 330-EXIT
           MOVE WS-TGT-TARGET (WS-TGT-SUB) TO WS-SHOW-TARGET
           MOVE WS-TGT-BAND (WS-TGT-SUB) TO WS-SHOW-BAND
           DISPLAY WS-TGT-SECTOR (WS-TGT-SUB) "  " WS-SHOW-NAME
               "       " WS-SHOW-TARGET "  +/-" WS-SHOW-BAND
           ADD WS-TGT-TARGET (WS-TGT-SUB) TO WS-PORT-TOTAL.
       355-EXIT.

      ******************************************************************
      * 400-ADD-TARGET ADDS A SECTOR TARGET FOR A PORTFOLIO THAT HAS
      * NONE FOR THAT SECTOR YET.
      ******************************************************************
       400-ADD-TARGET.
           IF WS-TGT-COUNT >= 400
               DISPLAY "TARGET FILE IS FULL"
               GO TO 400-EXIT
           END-IF
           PERFORM 310-ACCEPT-PORTFOLIO THRU 310-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               GO TO 400-EXIT
           END-IF
           PERFORM 320-ACCEPT-SECTOR THRU 320-EXIT
           IF WS-INPUT-SECTOR = SPACES
               GO TO 400-EXIT
           END-IF
           PERFORM 700-FIND-TARGET THRU 700-EXIT
           IF WS-ENTRY-FOUND = "YES"
               DISPLAY "SECTOR ALREADY HAS A TARGET - USE C"
               GO TO 400-EXIT
           END-IF
           PERFORM 340-ACCEPT-TARGET THRU 340-EXIT
           IF WS-INPUT-SECTOR = SPACES
               GO TO 400-EXIT
           END-IF
           PERFORM 450-INSERT-TARGET THRU 450-EXIT
           PERFORM 350-LIST-PORTFOLIO THRU 350-EXIT.
       400-EXIT.

      ******************************************************************
      * 450-INSERT-TARGET PUTS THE INPUT FIELDS INTO THE TABLE IN
      * PORTFOLIO AND SECTOR ORDER.
      ******************************************************************
       450-INSERT-TARGET.
           MOVE WS-INPUT-PORTFOLIO TO WS-NEW-KEY (1:4)
           MOVE WS-INPUT-SECTOR TO WS-NEW-KEY (5:2)
           ADD 1 TO WS-TGT-COUNT
           MOVE WS-TGT-COUNT TO WS-TGT-SUB
           PERFORM 460-MAKE-ROOM THRU 460-EXIT
               UNTIL WS-TGT-SUB <= 1
               OR WS-TGT-KEY (WS-TGT-SUB - 1) <= WS-NEW-KEY
           MOVE WS-INPUT-PORTFOLIO TO WS-TGT-PORTFOLIO (WS-TGT-SUB)
           MOVE WS-INPUT-SECTOR TO WS-TGT-SECTOR (WS-TGT-SUB)
           MOVE WS-INPUT-TARGET TO WS-TGT-TARGET (WS-TGT-SUB)
           MOVE WS-INPUT-BAND TO WS-TGT-BAND (WS-TGT-SUB).
       450-EXIT.

       460-MAKE-ROOM.
           MOVE WS-TGT-ENTRIES (WS-TGT-SUB - 1)
               TO WS-TGT-ENTRIES (WS-TGT-SUB)
           SUBTRACT 1 FROM WS-TGT-SUB.
       460-EXIT.

      ******************************************************************
      * 500-CHANGE-TARGET REKEYS THE TARGET AND BAND OF AN EXISTING
      * SECTOR TARGET.
      ******************************************************************
       500-CHANGE-TARGET.
           PERFORM 310-ACCEPT-PORTFOLIO THRU 310-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               GO TO 500-EXIT
           END-IF
           DISPLAY "ENTER SECTOR CODE TO CHANGE"
           ACCEPT WS-INPUT-SECTOR
           PERFORM 700-FIND-TARGET THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO TARGET FOR THAT SECTOR"
               GO TO 500-EXIT
           END-IF
           PERFORM 340-ACCEPT-TARGET THRU 340-EXIT
           IF WS-INPUT-SECTOR = SPACES
               GO TO 500-EXIT
           END-IF
           MOVE WS-INPUT-TARGET TO WS-TGT-TARGET (WS-ENTRY-SUB)
           MOVE WS-INPUT-BAND TO WS-TGT-BAND (WS-ENTRY-SUB)
           PERFORM 350-LIST-PORTFOLIO THRU 350-EXIT.
       500-EXIT.

      ******************************************************************
      * 600-DELETE-TARGET REMOVES A SECTOR TARGET, SLIDING EVERY
      * LATER ENTRY DOWN ONE SUBSCRIPT.
      ******************************************************************
       600-DELETE-TARGET.
           PERFORM 310-ACCEPT-PORTFOLIO THRU 310-EXIT
           IF WS-INPUT-PORTFOLIO = SPACES
               GO TO 600-EXIT
           END-IF
           DISPLAY "ENTER SECTOR CODE TO DELETE"
           ACCEPT WS-INPUT-SECTOR
           PERFORM 700-FIND-TARGET THRU 700-EXIT
           IF WS-ENTRY-FOUND = "NO"
               DISPLAY "NO TARGET FOR THAT SECTOR"
               GO TO 600-EXIT
           END-IF
           PERFORM 610-SLIDE-DOWN THRU 610-EXIT
               VARYING WS-TGT-SUB FROM WS-ENTRY-SUB BY 1
               UNTIL WS-TGT-SUB >= WS-TGT-COUNT
           SUBTRACT 1 FROM WS-TGT-COUNT
           PERFORM 350-LIST-PORTFOLIO THRU 350-EXIT.
       600-EXIT.

       610-SLIDE-DOWN.
           MOVE WS-TGT-ENTRIES (WS-TGT-SUB + 1)
               TO WS-TGT-ENTRIES (WS-TGT-SUB).
       610-EXIT.

      ******************************************************************
      * 700-FIND-TARGET LOOKS FOR THE KEYED PORTFOLIO AND SECTOR,
      * SETTING WS-ENTRY-FOUND AND WS-ENTRY-SUB.
      ******************************************************************
       700-FIND-TARGET.
           MOVE "NO" TO WS-ENTRY-FOUND
           PERFORM 710-CHECK-TARGET THRU 710-EXIT
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-COUNT
               OR WS-ENTRY-FOUND = "YES".
       700-EXIT.

       710-CHECK-TARGET.
           IF WS-TGT-PORTFOLIO (WS-TGT-SUB) = WS-INPUT-PORTFOLIO
               AND WS-TGT-SECTOR (WS-TGT-SUB) = WS-INPUT-SECTOR
               MOVE "YES" TO WS-ENTRY-FOUND
               MOVE WS-TGT-SUB TO WS-ENTRY-SUB
           END-IF.
       710-EXIT.

      ******************************************************************
      * 900-REWRITE-TARGET-TABLE WRITES THE TABLE BACK OUT TO
      * SECTORTARGETS.TXT.
      ******************************************************************
       900-REWRITE-TARGET-TABLE.
           OPEN OUTPUT TARGET-FILE
           PERFORM 910-WRITE-ONE THRU 910-EXIT
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-COUNT
           CLOSE TARGET-FILE.
       900-EXIT.

       910-WRITE-ONE.
           MOVE SPACES TO TARGET-REC
           MOVE WS-TGT-PORTFOLIO (WS-TGT-SUB) TO TG-PORTFOLIO
           MOVE WS-TGT-SECTOR (WS-TGT-SUB) TO TG-SECTOR-CODE
           MOVE WS-TGT-TARGET (WS-TGT-SUB) TO TG-TARGET-PCT
           MOVE WS-TGT-BAND (WS-TGT-SUB) TO TG-BAND-PCT
           WRITE TARGET-REC.
       910-EXIT.
