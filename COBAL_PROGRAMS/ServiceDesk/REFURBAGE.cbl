       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFURBAGE.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Used bikes awaiting refurbishment. Reads the work order file
      * (see copybooks/WORKORD.cpy) and lists every refurbishment
      * order PROGRAM1 opened for a trade-in that the bench has not
      * yet closed - the used bike's code and description, the
      * order's current status, the day it was opened, how many days
      * the bike has sat since, and the parts and labor already put
      * into it. Oldest first, as the file runs; a bike sitting past
      * thirty days is flagged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the work order file.

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the printed report.

       SELECT AGING-REPORT-FILE
               ASSIGN TO UT-SYS-AGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
           COPY WORKORD.

      * File description for the printed report.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-TODAY-INT                    PIC 9(8).
          05 WS-OPENED-INT                   PIC 9(8).
          05 WS-DAYS                         PIC 9(5).
          05 WS-RF-SUB                       PIC 9(4).
          05 WS-RF-FOUND                     PIC XXX.
          05 WS-WAITING-COUNT                PIC 9(5)  VALUE 0.
          05 WS-OVERDUE-COUNT                PIC 9(5)  VALUE 0.
          05 WS-SPENT-TOTAL                  PIC 9(7)V99 VALUE 0.
          05 WS-OVERDUE-DAYS                 PIC 9(3)  VALUE 30.

      * One entry per refurbishment order seen on the file.

       01 WS-REFURB-TABLE.
          05 WS-RF-COUNT                     PIC 9(4) VALUE 0.
          05 WS-RF-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-RF-COUNT
               INDEXED BY RF-IDX.
             10 WS-RF-NUMBER                 PIC 9(6).
             10 WS-RF-BIKE-CODE              PIC X(10).
             10 WS-RF-DESC                   PIC X(25).
             10 WS-RF-OPENED                 PIC 9(8).
             10 WS-RF-STATUS                 PIC X.
             10 WS-RF-SPENT                  PIC 9(6)V99.

      * Report lines.

       01 RA-HEADING1.
          05                                 PIC X(40)
                  VALUE "USED BIKES AWAITING REFURBISHMENT  AS OF".
          05                                 PIC X     VALUE SPACE.
          05 RAH-DATE                        PIC 9(8).
          05                                 PIC X(31) VALUE SPACES.

       01 RA-HEADING2.
          05                                 PIC X(7)  VALUE "WO".
          05                                 PIC X(11)
                                    VALUE "USED BIKE".
          05                                 PIC X(26)
                                    VALUE "DESCRIPTION".
          05                                 PIC X(3)  VALUE "ST".
          05                                 PIC X(9)  VALUE "OPENED".
          05                                 PIC X(6)  VALUE "  DAYS".
          05                                 PIC X(18)
                                    VALUE "   SPENT SO FAR".

       01 RA-DETAIL.
          05 RAD-NUMBER                      PIC 9(6).
          05                                 PIC X     VALUE SPACE.
          05 RAD-BIKE-CODE                   PIC X(10).
          05                                 PIC X     VALUE SPACE.
          05 RAD-DESC                        PIC X(25).
          05                                 PIC X     VALUE SPACE.
          05 RAD-STATUS                      PIC X.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAD-OPENED                      PIC 9(8).
          05                                 PIC X     VALUE SPACE.
          05 RAD-DAYS                        PIC ZZZZ9.
          05                                 PIC X(2)  VALUE SPACES.
          05 RAD-SPENT                       PIC $$$,$$9.99.
          05                                 PIC X     VALUE SPACE.
          05 RAD-FLAG                        PIC X(6).

       01 RA-TOTAL-LINE.
          05 RAT-LABEL                       PIC X(40).
          05 RAT-COUNT                       PIC ZZ,ZZ9.
          05                                 PIC X(34) VALUE SPACES.

       01 RA-SPENT-LINE.
          05                                 PIC X(40)
                  VALUE "PARTS AND LABOR IN BIKES STILL WAITING".
          05 RAS-SPENT                       PIC $$,$$$,$$9.99.
          05                                 PIC X(27) VALUE SPACES.

      * Files

       01 WS-FILES.
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".
          05 UT-SYS-AGERPT                   PIC X(60)
          VALUE "C:\COBOL\RefurbAging.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE RUNS ALL THE KEY MODULES TO PERFORM THE
      * PROGRAMS PURPOSE.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               DISPLAY "NO WORK ORDERS ON FILE"
               MOVE "YES" TO WS-EOF-FLAG
           END-IF
           PERFORM 400-READ-REC THRU 400-EXIT
               UNTIL WS-EOF-FLAG = "YES"
           IF WS-WOFILE-STATUS = "00"
               CLOSE WORK-ORDER-FILE
           END-IF
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
       STOP RUN.

      ******************************************************************
      * 400-READ-REC TRACKS EVERY REFURBISHMENT ORDER: ITS FIRST H
      * LINE NAMES THE BIKE AND THE DAY IT WAS OPENED, LATER H LINES
      * MOVE ITS STATUS, L AND P LINES ADD TO WHAT IT HAS COST, AND
      * THE C LINE CLOSES IT.
      ******************************************************************
       400-READ-REC.
           READ WORK-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   GO TO 400-EXIT
           END-READ
           IF NOT WO-SHOP-ORDER
               GO TO 400-EXIT
           END-IF
           MOVE "NO" TO WS-RF-FOUND
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT OR WS-RF-FOUND = "YES"
               IF WS-RF-NUMBER (WS-RF-SUB) = WO-NUMBER
                   MOVE "YES" TO WS-RF-FOUND
               END-IF
           END-PERFORM
           IF WS-RF-FOUND = "YES"
               SUBTRACT 1 FROM WS-RF-SUB
           ELSE
               IF WO-LINE-TYPE NOT = "H" OR WS-RF-COUNT NOT < 2000
                   GO TO 400-EXIT
               END-IF
               ADD 1 TO WS-RF-COUNT
               MOVE WS-RF-COUNT TO WS-RF-SUB
               MOVE WO-NUMBER TO WS-RF-NUMBER (WS-RF-SUB)
               MOVE WO-ITEM-CODE TO WS-RF-BIKE-CODE (WS-RF-SUB)
               MOVE WO-DESCRIPTION TO WS-RF-DESC (WS-RF-SUB)
               MOVE WO-DATE TO WS-RF-OPENED (WS-RF-SUB)
               MOVE ZEROS TO WS-RF-SPENT (WS-RF-SUB)
           END-IF
           EVALUATE WO-LINE-TYPE
               WHEN "H"
                   MOVE WO-STATUS TO WS-RF-STATUS (WS-RF-SUB)
               WHEN "C"
                   MOVE "S" TO WS-RF-STATUS (WS-RF-SUB)
               WHEN "L"
               WHEN "P"
                   ADD WO-LINE-TOTAL TO WS-RF-SPENT (WS-RF-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT LISTS THE ORDERS STILL OPEN AND THE TOTALS.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-TODAY TO RAH-DATE
           WRITE REPORT-RECORD FROM RA-HEADING1
           WRITE REPORT-RECORD FROM RA-HEADING2
            AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT
               PERFORM 710-WRITE-ORDER-LINE THRU 710-EXIT
           END-PERFORM
           MOVE "BIKES AWAITING REFURBISHMENT" TO RAT-LABEL
           MOVE WS-WAITING-COUNT TO RAT-COUNT
           WRITE REPORT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 2 LINES
           MOVE "WAITING MORE THAN 30 DAYS" TO RAT-LABEL
           MOVE WS-OVERDUE-COUNT TO RAT-COUNT
           WRITE REPORT-RECORD FROM RA-TOTAL-LINE
            AFTER ADVANCING 1 LINE
           MOVE WS-SPENT-TOTAL TO RAS-SPENT
           WRITE REPORT-RECORD FROM RA-SPENT-LINE
            AFTER ADVANCING 1 LINE
           CLOSE AGING-REPORT-FILE
           DISPLAY "REFURBISHMENT AGING WRITTEN - WAITING: "
               WS-WAITING-COUNT.
       700-EXIT.

       710-WRITE-ORDER-LINE.
           IF WS-RF-STATUS (WS-RF-SUB) = "S"
               GO TO 710-EXIT
           END-IF
           MOVE WS-RF-NUMBER (WS-RF-SUB) TO RAD-NUMBER
           MOVE WS-RF-BIKE-CODE (WS-RF-SUB) TO RAD-BIKE-CODE
           MOVE WS-RF-DESC (WS-RF-SUB) TO RAD-DESC
           MOVE WS-RF-STATUS (WS-RF-SUB) TO RAD-STATUS
           MOVE WS-RF-OPENED (WS-RF-SUB) TO RAD-OPENED
           MOVE ZEROS TO WS-DAYS
           IF WS-RF-OPENED (WS-RF-SUB) NUMERIC
               AND WS-RF-OPENED (WS-RF-SUB) > ZEROS
               COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RF-OPENED (WS-RF-SUB))
               IF WS-TODAY-INT > WS-OPENED-INT
                   COMPUTE WS-DAYS = WS-TODAY-INT - WS-OPENED-INT
               END-IF
           END-IF
           MOVE WS-DAYS TO RAD-DAYS
           MOVE WS-RF-SPENT (WS-RF-SUB) TO RAD-SPENT
           MOVE SPACES TO RAD-FLAG
           IF WS-DAYS > WS-OVERDUE-DAYS
               MOVE "*OVER*" TO RAD-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           WRITE REPORT-RECORD FROM RA-DETAIL
            AFTER ADVANCING 1 LINE
           ADD 1 TO WS-WAITING-COUNT
           ADD WS-RF-SPENT (WS-RF-SUB) TO WS-SPENT-TOTAL.
       710-EXIT.
