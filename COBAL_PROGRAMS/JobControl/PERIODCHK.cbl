       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERIODCHK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared closed-period check, CALLed the way OPCHECK is (see
      * copybooks/PERIODWS.cpy for the parameter block). Looks the
      * posting date's month up on the period-control file (see
      * copybooks/PERIODCT.cpy) and answers Y or N. A refused posting
      * is written to the closed-period exception log (see
      * copybooks/PERIODXC.cpy) with the program, the operator, the
      * date it tried to post under, and when it tried.
      *
      * With no period-control file on hand (or no line for the
      * month) the month is open, so nothing is locked out until a
      * supervisor closes a month through PERIODMNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the period-control file.

       SELECT PERIOD-CONTROL-FILE
               ASSIGN TO UT-SYS-PERIODCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODCTL-STATUS.

      * Select statement for the closed-period exception log.

       SELECT PERIOD-EXCEPTION-FILE
               ASSIGN TO UT-SYS-PERIODXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODXC-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the period-control file.

       FD  PERIOD-CONTROL-FILE.
           COPY PERIODCT.

      * File description for the closed-period exception log.

       FD  PERIOD-EXCEPTION-FILE.
           COPY PERIODXC.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-PERIODCTL-STATUS             PIC XX.
          05 WS-PERIODXC-STATUS              PIC XX.
          05 WS-PD-EOF                       PIC XXX.
          05 WS-POST-PERIOD                  PIC 9(6).

       01 WS-FILES.
          05 UT-SYS-PERIODCTL                PIC X(60)
          VALUE "C:\COBOL\PeriodControl.txt".
          05 UT-SYS-PERIODXC                 PIC X(60)
          VALUE "C:\COBOL\PeriodExceptions.txt".

       LINKAGE SECTION.
           COPY PERIODWS.

      * Start of procedure division

       PROCEDURE DIVISION USING PC-PARMS.

      ******************************************************************
      * 000-MAIN-RTN SCANS THE PERIOD-CONTROL FILE FOR THE POSTING
      * MONTH; A CLOSED MONTH IS REFUSED AND LOGGED.
      ******************************************************************
       000-MAIN-RTN.
           MOVE "Y" TO PC-ALLOWED
           MOVE SPACES TO PC-CLOSED-BY
           MOVE ZEROS TO PC-CLOSED-DATE
           MOVE "NO" TO WS-PD-EOF
           DIVIDE PC-POST-DATE BY 100 GIVING WS-POST-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIODCTL-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM 100-READ-PERIOD THRU 100-EXIT
               UNTIL WS-PD-EOF = "YES"
           CLOSE PERIOD-CONTROL-FILE
           IF PC-ALLOWED = "N"
               PERFORM 200-LOG-EXCEPTION THRU 200-EXIT
           END-IF
           GOBACK.

       100-READ-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "YES" TO WS-PD-EOF
               NOT AT END
                   IF PD-PERIOD = WS-POST-PERIOD
                       MOVE "YES" TO WS-PD-EOF
                       IF PD-CLOSED
                           MOVE "N" TO PC-ALLOWED
                           MOVE PD-CHANGED-BY TO PC-CLOSED-BY
                           MOVE PD-CHANGED-DATE TO PC-CLOSED-DATE
                       END-IF
                   END-IF
           END-READ.
       100-EXIT.

      ******************************************************************
      * 200-LOG-EXCEPTION APPENDS THE REFUSED POSTING TO THE
      * CLOSED-PERIOD EXCEPTION LOG.
      ******************************************************************
       200-LOG-EXCEPTION.
           OPEN EXTEND PERIOD-EXCEPTION-FILE
           IF WS-PERIODXC-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-EXCEPTION-FILE
           END-IF
           MOVE PC-PROGRAM TO PX-PROGRAM
           MOVE PC-OPERATOR TO PX-OPERATOR
           MOVE PC-POST-DATE TO PX-POST-DATE
           ACCEPT PX-TRIED-DATE FROM DATE YYYYMMDD
           ACCEPT PX-TRIED-TIME FROM TIME
           MOVE PC-DETAIL TO PX-DETAIL
           WRITE PX-RECORD
           CLOSE PERIOD-EXCEPTION-FILE.
       200-EXIT.
