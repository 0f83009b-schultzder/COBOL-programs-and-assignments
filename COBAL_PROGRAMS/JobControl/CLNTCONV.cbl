       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLNTCONV.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * One-time conversion of the travel and client-sales files to
      * the five-digit client number the client master has always
      * used (copybooks/CLIENTMS.cpy). Run once, with the nightly
      * cycle stopped, after the last PROJECT3 run has finished
      * cleanly (no restart checkpoint pending) and before the
      * programs that read the new layouts are put in. It refuses to
      * run a second time - ClientConvertDone.txt is written when it
      * has finished.
      *
      *   trip.dat              client 3 -> 5, name 19 -> 17
      *   BookingMaster.dat     client 3 -> 5, name 19 -> 17
      *   PaySchedule.txt       client 3 -> 5, trailing filler 4 -> 2
      *   OperatorInvoices.txt  client 3 -> 5, unused 3 -> 1
      *   TripRefunds.txt       client 3 -> 5, trailing filler 6 -> 4
      *   OutlierDisp.txt       client 3 -> 5, 53 bytes -> 55
      *   TripOutliers.txt      client 3 -> 5, name 19 -> 17
      *   transactionFile.txt   client 4 -> 5, separator dropped
      *   recycleFile.txt       client 4 -> 5, separator dropped
      *   transBatch.txt        client 4 -> 5, 40 bytes -> 41
      *   ClientSales.dat       client 4 -> 5, 56 bytes -> 57
      *
      * A client number that is all digits is zero-padded on the
      * left, the way the programs have always padded it on the way
      * into the client master; anything else is carried across as
      * keyed and counted. A name cut from 19 to 17 characters is
      * counted when the two characters lost were not blank.
      *
      * Each file on hand is first written out to <path>_cnv in its
      * new layout and read back: the record count, the file's money
      * (the amount named on ClientConvert.txt) and a hash total of
      * the numeric client numbers must all come back the same as
      * they went in. Only when every file balances are the converted
      * files copied over the originals; if any one does not, nothing
      * is replaced and the run ends with a return code of 1. The
      * original records are kept line for line in <path>_pre (the
      * indexed files as a dump, the way BACKUPUT keeps them).
      *
      * Backup sets taken before the conversion hold ClientSales.dat
      * in its old 56-byte layout and cannot be restored over the new
      * one - take a fresh BACKUPUT set as soon as this has run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the shared file-location control file.

       SELECT FILE-CONTROL-FILE
               ASSIGN TO UT-SYS-FILECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILECTL-STATUS.

      * Generic source/target for line-by-line copies - the paths
      * are set before each OPEN.

       SELECT LINE-SRC-FILE
               ASSIGN TO WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

       SELECT LINE-DST-FILE
               ASSIGN TO WS-DST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

       SELECT LINE-PRE-FILE
               ASSIGN TO WS-PRE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

      * Select statements for the indexed files. The client sales
      * file is read in its old layout and reloaded in its new one.

       SELECT BOOKING-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOKING-NO
               FILE STATUS IS WS-IDX-STATUS.

       SELECT OLD-SALES-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSF-CLIENT-NO
               FILE STATUS IS WS-IDX-STATUS.

       SELECT CLIENT-SALES-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CLIENT-NO
               FILE STATUS IS WS-IDX-STATUS.

      * Select statement for the marker written when the run is done.

       SELECT CONVERT-DONE-FILE
               ASSIGN TO UT-SYS-CONVDONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

      * Select statement for the printed conversion report.

       SELECT CONVERT-REPORT-FILE
               ASSIGN TO UT-SYS-CONVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared file-location control file.

       FD  FILE-CONTROL-FILE.
           COPY FILECTL.

      * File descriptions for the generic line copies.

       FD  LINE-SRC-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  LINE-SRC-RECORD                    PIC X(250).

       FD  LINE-DST-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  LINE-DST-RECORD                    PIC X(250).

       FD  LINE-PRE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  LINE-PRE-RECORD                    PIC X(250).

      * File description for the booking master.

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY BOOKING.

      * The client sales file as it stands, with the four-digit
      * client number.

       FD  OLD-SALES-FILE.
       01  OLD-SALES-RECORD.
           05 OSF-CLIENT-NO                   PIC X(4).
           05 OSF-REST                        PIC X(52).

      * Must stay in step with the CLIENT-SALES-RECORD layout in
      * Project3.cbl.

       FD  CLIENT-SALES-FILE.
       01  CLIENT-SALES-RECORD.
           05 CS-CLIENT-NO                    PIC X(5).
           05 CS-CLIENT-NAME                  PIC X(25).
           05 CS-UNIT-PRICE                   PIC 9(4)V99.
           05 CS-QUANTITY-SOLD                PIC S9999.
           05 CS-TOTAL-SALE                   PIC S9(4)V99.
           05 CS-SALES-TAX                    PIC S9(3)V99.
           05 CS-FINAL-SALE                   PIC S9(4)V99.

      * File description for the conversion marker.

       FD  CONVERT-DONE-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  CONVERT-DONE-RECORD                PIC 9(8).

      * File description for the printed conversion report.

       FD  CONVERT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SRC-STATUS                   PIC XX.
          05 WS-DST-STATUS                   PIC XX.
          05 WS-PRE-STATUS                   PIC XX.
          05 WS-IDX-STATUS                   PIC XX.
          05 WS-DONE-STATUS                  PIC XX.
          05 WS-SRC-PATH                     PIC X(76).
          05 WS-DST-PATH                     PIC X(76).
          05 WS-PRE-PATH                     PIC X(76).
          05 WS-IDX-PATH                     PIC X(76).
          05 WS-WORK-PATH                    PIC X(76).
          05 WS-COPY-EOF                     PIC XXX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-FILE-SUB                     PIC 99.
          05 WS-FILES-ON-HAND                PIC 99 VALUE 0.
          05 WS-ALL-BALANCED                 PIC XXX VALUE "YES".
          05 WS-ALL-REPLACED                 PIC XXX VALUE "YES".
          05 WS-OLD-CLIENT                   PIC X(4).
          05 WS-OLD-CLIENT-LEN               PIC 9.
          05 WS-NEW-CLIENT                   PIC X(5).
          05 WS-CLIENT-3                     PIC 9(3).
          05 WS-CLIENT-4                     PIC 9(4).
          05 WS-CLIENT-NUM                   PIC 9(5).
          05 WS-AFTER-CLIENT                 PIC X(5).

      * The files converted: the DD name the control file knows them
      * by, the default path, the layout (TR trip, BK booking master,
      * PS payment schedule, OI operator invoice, RF refund, OD
      * outlier disposition, OL trip outlier, TX transaction, RC
      * recycled transaction, TB transaction batch, CS client sales),
      * the title printed, and the amount proved.

       01 WS-CONVERT-LIST.
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "INVFILE".
             10                              PIC X(60)
                  VALUE "C:\Users\schultzder\trip.dat".
             10                              PIC XX VALUE "TR".
             10                              PIC X(20)
                                             VALUE "TRIP FILE".
             10                              PIC X(24)
                                             VALUE "TRIP COST".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "BOOKING".
             10                              PIC X(60)
                          VALUE "C:\COBOL\BookingMaster.dat".
             10                              PIC XX VALUE "BK".
             10                              PIC X(20)
                                             VALUE "BOOKING MASTER".
             10                              PIC X(24)
                                             VALUE "TRIP COST".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "PAYSCHED".
             10                              PIC X(60)
                          VALUE "C:\COBOL\PaySchedule.txt".
             10                              PIC XX VALUE "PS".
             10                              PIC X(20)
                                             VALUE "PAYMENT SCHEDULE".
             10                              PIC X(24)
                                  VALUE "DEPOSIT PLUS FINAL DUE".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "OPINV".
             10                              PIC X(60)
                          VALUE "C:\COBOL\OperatorInvoices.txt".
             10                              PIC XX VALUE "OI".
             10                              PIC X(20)
                                             VALUE "OPERATOR INVOICES".
             10                              PIC X(24)
                                             VALUE "AMOUNT INVOICED".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "REFUNDS".
             10                              PIC X(60)
                          VALUE "C:\COBOL\TripRefunds.txt".
             10                              PIC XX VALUE "RF".
             10                              PIC X(20)
                                             VALUE "TRIP REFUNDS".
             10                              PIC X(24)
                                             VALUE "REFUND".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "OUTLDISP".
             10                              PIC X(60)
                          VALUE "C:\COBOL\OutlierDisp.txt".
             10                              PIC XX VALUE "OD".
             10                              PIC X(20)
                                  VALUE "OUTLIER DISPOSITION".
             10                              PIC X(24)
                                             VALUE "TRIP COST".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "OUTLIER".
             10                              PIC X(60)
                          VALUE "C:\COBOL\TripOutliers.txt".
             10                              PIC XX VALUE "OL".
             10                              PIC X(20)
                                             VALUE "TRIP OUTLIERS".
             10                              PIC X(24)
                                             VALUE "TRIP COST".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "INTRANS".
             10                              PIC X(60)
                          VALUE "C:\COBOL\transactionFile.txt".
             10                              PIC XX VALUE "TX".
             10                              PIC X(20)
                                             VALUE "TRANSACTIONS".
             10                              PIC X(24)
                                             VALUE "FINAL SALE".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "RECYCLE".
             10                              PIC X(60)
                          VALUE "C:\COBOL\recycleFile.txt".
             10                              PIC XX VALUE "RC".
             10                              PIC X(20)
                                             VALUE "RECYCLED TRANS".
             10                              PIC X(24)
                                             VALUE "FINAL SALE".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "TRANSBATCH".
             10                              PIC X(60)
                          VALUE "C:\COBOL\transBatch.txt".
             10                              PIC XX VALUE "TB".
             10                              PIC X(20)
                                             VALUE "TRANSACTION BATCH".
             10                              PIC X(24)
                                             VALUE "UNIT PRICE".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "CLSALES".
             10                              PIC X(60)
                          VALUE "C:\COBOL\ClientSales.dat".
             10                              PIC XX VALUE "CS".
             10                              PIC X(20)
                                             VALUE "CLIENT SALES".
             10                              PIC X(24)
                                             VALUE "FINAL SALE".
       01 WS-CONVERT-TABLE REDEFINES WS-CONVERT-LIST.
          05 WS-CNV-ENTRY OCCURS 11 TIMES.
             10 WS-CNV-DD-NAME               PIC X(15).
             10 WS-CNV-PATH                  PIC X(60).
             10 WS-CNV-LAYOUT                PIC XX.
             10 WS-CNV-TITLE                 PIC X(20).
             10 WS-CNV-AMOUNT-NAME           PIC X(24).

      * What each file held before and after.

       01 WS-PROOF-TABLE.
          05 WS-PRF-ENTRY OCCURS 11 TIMES.
             10 WS-PRF-ON-HAND               PIC XXX.
             10 WS-PRF-BALANCED              PIC XXX.
             10 WS-PRF-BEFORE-COUNT          PIC 9(7).
             10 WS-PRF-AFTER-COUNT           PIC 9(7).
             10 WS-PRF-REPLACED-COUNT        PIC 9(7).
             10 WS-PRF-BEFORE-AMOUNT         PIC S9(9)V99.
             10 WS-PRF-AFTER-AMOUNT          PIC S9(9)V99.
             10 WS-PRF-BEFORE-HASH           PIC 9(11).
             10 WS-PRF-AFTER-HASH            PIC 9(11).
             10 WS-PRF-NOT-NUMERIC           PIC 9(7).
             10 WS-PRF-NAMES-CUT             PIC 9(7).
             10 WS-PRF-FILLER-LOST           PIC 9(7).
             10 WS-PRF-WRITE-ERRORS          PIC 9(7).

      * A record as it stands, and the views of it for each layout.

       01 WS-OLD-IMAGE                       PIC X(250).

       01 WS-OLD-TRIP REDEFINES WS-OLD-IMAGE.
          05 OT-TYPE                         PIC X.
          05 OT-CLIENT                       PIC XXX.
          05 OT-NAME                         PIC X(19).
          05 OT-REST.
             10 OT-REST-A                    PIC X(15).
             10 OT-COST                      PIC 9(5).
             10 OT-REST-B                    PIC X(37).
          05                                 PIC X(170).

       01 WS-OLD-BOOKING REDEFINES WS-OLD-IMAGE.
          05 OB-FRONT                        PIC X(8).
          05 OB-CLIENT                       PIC XXX.
          05 OB-NAME                         PIC X(19).
          05 OB-REST.
             10 OB-REST-A                    PIC X(13).
             10 OB-COST                      PIC 9(5).
             10 OB-REST-B                    PIC X(74).
          05                                 PIC X(128).

       01 WS-OLD-SCHEDULE REDEFINES WS-OLD-IMAGE.
          05 OP-BOOKING                      PIC X(6).
          05 OP-CLIENT                       PIC XXX.
          05 OP-MIDDLE.
             10 OP-TRIP-DATE                 PIC X(8).
             10 OP-DEPOSIT-DUE               PIC X(8).
             10 OP-DEPOSIT-AMT               PIC 9(5)V99.
             10 OP-DEPOSIT-RCV               PIC X(7).
             10 OP-FINAL-DUE                 PIC X(8).
             10 OP-FINAL-AMT                 PIC 9(5)V99.
             10 OP-REST                      PIC X(8).
          05 OP-FILLER-KEPT                  PIC XX.
          05 OP-FILLER-LOST                  PIC XX.
          05                                 PIC X(184).

       01 WS-OLD-INVOICE REDEFINES WS-OLD-IMAGE.
          05 OI-FRONT                        PIC X(9).
          05 OI-CLIENT                       PIC XXX.
          05 OI-MIDDLE.
             10 OI-TRIP-DATE                 PIC X(8).
             10 OI-AMOUNT                    PIC 9(5)V99.
          05 OI-UNUSED-KEPT                  PIC X.
          05 OI-UNUSED-LOST                  PIC XX.
          05 OI-CONFIRM                      PIC X(12).
          05                                 PIC X(208).

       01 WS-OLD-REFUND REDEFINES WS-OLD-IMAGE.
          05 OR-BOOKING                      PIC X(6).
          05 OR-CLIENT                       PIC XXX.
          05 OR-MIDDLE.
             10 OR-MIDDLE-A                  PIC X(74).
             10 OR-REFUND                    PIC 9(6)V99.
             10 OR-MIDDLE-B                  PIC X(25).
          05 OR-FILLER-KEPT                  PIC X(4).
          05 OR-FILLER-LOST                  PIC XX.
          05                                 PIC X(128).

       01 WS-OLD-DISPOSITION REDEFINES WS-OLD-IMAGE.
          05 OO-CLIENT                       PIC XXX.
          05 OO-REST.
             10 OO-REGION                    PIC XX.
             10 OO-COST                      PIC 9(6).
             10 OO-REST-B                    PIC X(42).
          05                                 PIC X(197).

       01 WS-OLD-OUTLIER REDEFINES WS-OLD-IMAGE.
          05 OL-CLIENT                       PIC XXX.
          05 OL-NAME                         PIC X(19).
          05 OL-REST.
             10 OL-REGION                    PIC XX.
             10 OL-COST                      PIC 9(6).
             10 OL-REST-B                    PIC X(22).
          05                                 PIC X(198).

       01 WS-OLD-TRANSACTION REDEFINES WS-OLD-IMAGE.
          05 OX-CLIENT                       PIC X(4).
          05 OX-SEPARATOR                    PIC X.
          05 OX-REST.
             10 OX-REST-A                    PIC X(56).
             10 OX-FINAL-SALE                PIC S9(4)V99.
             10 OX-CODE                      PIC X.
          05 OX-TAIL                         PIC X(32).
          05                                 PIC X(150).

       01 WS-OLD-BATCH REDEFINES WS-OLD-IMAGE.
          05 OTB-CLIENT                      PIC X(4).
          05 OTB-REST.
             10 OTB-NAME                     PIC X(25).
             10 OTB-PRICE                    PIC 9(4)V99.
             10 OTB-REST-B                   PIC X(5).
          05                                 PIC X(210).

       01 WS-OLD-SALES REDEFINES WS-OLD-IMAGE.
          05 OCS-CLIENT                      PIC X(4).
          05 OCS-REST.
             10 OCS-REST-A                   PIC X(46).
             10 OCS-FINAL-SALE               PIC S9(4)V99.
          05                                 PIC X(194).

      * The same record in its new layout.

       01 WS-NEW-IMAGE                       PIC X(250).

       01 WS-NEW-TRIP REDEFINES WS-NEW-IMAGE.
          05 NT-TYPE                         PIC X.
          05 NT-CLIENT                       PIC X(5).
          05 NT-NAME                         PIC X(17).
          05 NT-REST.
             10 NT-REST-A                    PIC X(15).
             10 NT-COST                      PIC 9(5).
             10 NT-REST-B                    PIC X(37).
          05                                 PIC X(170).

       01 WS-NEW-BOOKING REDEFINES WS-NEW-IMAGE.
          05 NB-FRONT                        PIC X(8).
          05 NB-CLIENT                       PIC X(5).
          05 NB-NAME                         PIC X(17).
          05 NB-REST.
             10 NB-REST-A                    PIC X(13).
             10 NB-COST                      PIC 9(5).
             10 NB-REST-B                    PIC X(74).
          05                                 PIC X(128).

       01 WS-NEW-SCHEDULE REDEFINES WS-NEW-IMAGE.
          05 NP-BOOKING                      PIC X(6).
          05 NP-CLIENT                       PIC X(5).
          05 NP-MIDDLE                       PIC X(53).
          05 NP-FILLER                       PIC XX.
          05                                 PIC X(184).

       01 WS-NEW-INVOICE REDEFINES WS-NEW-IMAGE.
          05 NI-FRONT                        PIC X(9).
          05 NI-CLIENT                       PIC X(5).
          05 NI-MIDDLE.
             10 NI-TRIP-DATE                 PIC X(8).
             10 NI-AMOUNT                    PIC 9(5)V99.
          05 NI-UNUSED                       PIC X.
          05 NI-CONFIRM                      PIC X(12).
          05                                 PIC X(208).

       01 WS-NEW-REFUND REDEFINES WS-NEW-IMAGE.
          05 NR-BOOKING                      PIC X(6).
          05 NR-CLIENT                       PIC X(5).
          05 NR-MIDDLE                       PIC X(107).
          05 NR-FILLER                       PIC X(4).
          05                                 PIC X(128).

       01 WS-NEW-DISPOSITION REDEFINES WS-NEW-IMAGE.
          05 ND-CLIENT                       PIC X(5).
          05 ND-REST                         PIC X(50).
          05                                 PIC X(195).

       01 WS-NEW-OUTLIER REDEFINES WS-NEW-IMAGE.
          05 NL-CLIENT                       PIC X(5).
          05 NL-NAME                         PIC X(17).
          05 NL-REST.
             10 NL-REGION                    PIC XX.
             10 NL-COST                      PIC 9(6).
             10 NL-REST-B                    PIC X(22).
          05                                 PIC X(198).

       01 WS-NEW-TRANSACTION REDEFINES WS-NEW-IMAGE.
          05 NX-CLIENT                       PIC X(5).
          05 NX-REST.
             10 NX-REST-A                    PIC X(56).
             10 NX-FINAL-SALE                PIC S9(4)V99.
             10 NX-CODE                      PIC X.
          05 NX-TAIL                         PIC X(32).
          05                                 PIC X(150).

       01 WS-NEW-BATCH REDEFINES WS-NEW-IMAGE.
          05 NTB-CLIENT                      PIC X(5).
          05 NTB-REST.
             10 NTB-NAME                     PIC X(25).
             10 NTB-PRICE                    PIC 9(4)V99.
             10 NTB-REST-B                   PIC X(5).
          05                                 PIC X(209).

       01 WS-NEW-SALES REDEFINES WS-NEW-IMAGE.
          05 NCS-CLIENT                      PIC X(5).
          05 NCS-REST.
             10 NCS-REST-A                   PIC X(46).
             10 NCS-FINAL-SALE               PIC S9(4)V99.
          05                                 PIC X(193).

      * The shared layouts the converted records are read back
      * through.

           COPY PAYSCHED.
           COPY TRIPRFND.
           COPY OUTLDISP.

      * Report lines.

       01 CC-HEADING1.
          05                                 PIC X(32)
                  VALUE "CLIENT NUMBER CONVERSION        ".
          05 CCH-DATE                        PIC 9(8).
          05                                 PIC X(40) VALUE SPACES.

       01 CC-HEADING2.
          05                                 PIC X(40)
                  VALUE "FILE                  RECORDS  RECORDS  ".
          05                                 PIC X(40)
                  VALUE "         AMOUNT          AMOUNT STATUS  ".

       01 CC-HEADING3.
          05                                 PIC X(40)
                  VALUE "                       BEFORE    AFTER  ".
          05                                 PIC X(40)
                  VALUE "         BEFORE           AFTER         ".

       01 CC-DETAIL-LINE.
          05 CCD-TITLE                       PIC X(20).
          05                                 PIC XX VALUE SPACES.
          05 CCD-BEFORE-COUNT                PIC ZZZ,ZZ9.
          05                                 PIC XX VALUE SPACES.
          05 CCD-AFTER-COUNT                 PIC ZZZ,ZZ9.
          05                                 PIC XX VALUE SPACES.
          05 CCD-BEFORE-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X VALUE SPACE.
          05 CCD-AFTER-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X VALUE SPACE.
          05 CCD-STATUS                      PIC X(8).

       01 CC-NOTE-LINE.
          05                                 PIC X(4) VALUE SPACES.
          05 CCN-TEXT                        PIC X(76).

       01 CC-NOTE-WORK.
          05 CCN-COUNT                       PIC ZZZ,ZZ9.
          05 CCN-HASH-BEFORE                 PIC Z(10)9.
          05 CCN-HASH-AFTER                  PIC Z(10)9.

      * Files

       01 WS-FILES.
          05 UT-SYS-CONVDONE                 PIC X(60)
          VALUE "C:\COBOL\ClientConvertDone.txt".
          05 UT-SYS-CONVRPT                  PIC X(60)
          VALUE "C:\COBOL\ClientConvert.txt".
          COPY FILECTLWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE CONVERTS AND PROVES EVERY FILE ON HAND, AND
      * REPLACES THEM ALL ONLY IF EVERY ONE BALANCED.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 070-LOAD-FILE-CONTROL THRU 070-EXIT
           PERFORM 100-CHECK-DONE THRU 100-EXIT
           INITIALIZE WS-PROOF-TABLE
           PERFORM 200-CONVERT-FILE THRU 200-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 11
           IF WS-FILES-ON-HAND = ZERO
               DISPLAY "NO CLIENT FILES ON HAND - NOTHING CONVERTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALL-BALANCED = "YES"
               PERFORM 500-REPLACE-FILE THRU 500-EXIT
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 11
           END-IF
           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE WS-TODAY TO CCH-DATE
           WRITE REPORT-RECORD FROM CC-HEADING1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM CC-HEADING2
           WRITE REPORT-RECORD FROM CC-HEADING3
           PERFORM 700-REPORT-FILE THRU 700-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 11
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-ALL-BALANCED NOT = "YES"
                   MOVE "OUT OF BALANCE - NO FILE REPLACED"
                       TO REPORT-RECORD
                   MOVE 1 TO RETURN-CODE
               WHEN WS-ALL-REPLACED NOT = "YES"
                   MOVE "REPLACE FAILED - RESTORE FROM THE _pre FILES"
                       TO REPORT-RECORD
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ALL FILES CONVERTED TO 5-DIGIT CLIENT NUMBERS"
                       TO REPORT-RECORD
                   PERFORM 600-MARK-DONE THRU 600-EXIT
           END-EVALUATE
           WRITE REPORT-RECORD
           CLOSE CONVERT-REPORT-FILE
           DISPLAY REPORT-RECORD
           DISPLAY "SEE " UT-SYS-CONVRPT
       STOP RUN.

      ******************************************************************
      * 070-LOAD-FILE-CONTROL REPOINTS ANY FILE WHOSE DD NAME APPEARS
      * IN THE SHARED CONTROL FILE, THE SAME WAY THE PROGRAMS
      * THEMSELVES DO.
      ******************************************************************
       070-LOAD-FILE-CONTROL.
           OPEN INPUT FILE-CONTROL-FILE
           IF WS-FILECTL-STATUS NOT = "00"
               GO TO 070-EXIT
           END-IF
           PERFORM 075-READ-FILE-CONTROL THRU 075-EXIT
               UNTIL WS-FILECTL-EOF = "YES"
           CLOSE FILE-CONTROL-FILE.
       070-EXIT.

       075-READ-FILE-CONTROL.
           READ FILE-CONTROL-FILE
               AT END
                   MOVE "YES" TO WS-FILECTL-EOF
                   GO TO 075-EXIT
           END-READ
           PERFORM 080-MATCH-DD-NAME THRU 080-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 11.
       075-EXIT.

       080-MATCH-DD-NAME.
           IF FC-DD-NAME = WS-CNV-DD-NAME (WS-FILE-SUB)
               MOVE FC-DD-PATH TO WS-CNV-PATH (WS-FILE-SUB)
           END-IF.
       080-EXIT.

      ******************************************************************
      * 100-CHECK-DONE STOPS THE RUN IF THE CONVERSION HAS ALREADY
      * BEEN MADE - RUN AGAIN, IT WOULD TAKE THE FIRST DIGITS OF THE
      * NEW NUMBERS FOR OLD ONES.
      ******************************************************************
       100-CHECK-DONE.
           OPEN INPUT CONVERT-DONE-FILE
           IF WS-DONE-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           READ CONVERT-DONE-FILE
               AT END
                   MOVE ZERO TO CONVERT-DONE-RECORD
           END-READ
           DISPLAY "CLIENT NUMBERS ALREADY CONVERTED ON "
               CONVERT-DONE-RECORD " - NOTHING CONVERTED"
           CLOSE CONVERT-DONE-FILE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
       100-EXIT.

      ******************************************************************
      * 200-CONVERT-FILE WRITES ONE FILE OUT IN ITS NEW LAYOUT TO
      * <path>_cnv, KEEPING THE RECORDS AS THEY WERE IN <path>_pre,
      * THEN READS THE NEW FILE BACK TO PROVE IT. A FILE NOT ON HAND
      * IS SKIPPED AND SHOWN AS SUCH.
      ******************************************************************
       200-CONVERT-FILE.
           MOVE "NO" TO WS-PRF-ON-HAND (WS-FILE-SUB)
           MOVE "NO" TO WS-PRF-BALANCED (WS-FILE-SUB)
           MOVE SPACES TO WS-WORK-PATH WS-PRE-PATH
           STRING FUNCTION TRIM (WS-CNV-PATH (WS-FILE-SUB))
                   DELIMITED BY SIZE
               "_cnv" DELIMITED BY SIZE
               INTO WS-WORK-PATH
           END-STRING
           STRING FUNCTION TRIM (WS-CNV-PATH (WS-FILE-SUB))
                   DELIMITED BY SIZE
               "_pre" DELIMITED BY SIZE
               INTO WS-PRE-PATH
           END-STRING
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "BK"
                   MOVE WS-CNV-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN INPUT BOOKING-FILE
                   MOVE WS-IDX-STATUS TO WS-SRC-STATUS
               WHEN "CS"
                   MOVE WS-CNV-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN INPUT OLD-SALES-FILE
                   MOVE WS-IDX-STATUS TO WS-SRC-STATUS
               WHEN OTHER
                   MOVE WS-CNV-PATH (WS-FILE-SUB) TO WS-SRC-PATH
                   OPEN INPUT LINE-SRC-FILE
           END-EVALUATE
           IF WS-SRC-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           MOVE "YES" TO WS-PRF-ON-HAND (WS-FILE-SUB)
           ADD 1 TO WS-FILES-ON-HAND
           MOVE WS-WORK-PATH TO WS-DST-PATH
           OPEN OUTPUT LINE-DST-FILE
           OPEN OUTPUT LINE-PRE-FILE
           MOVE "NO" TO WS-COPY-EOF
           PERFORM 210-CONVERT-RECORD THRU 210-EXIT
               UNTIL WS-COPY-EOF = "YES"
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "BK"
                   CLOSE BOOKING-FILE
               WHEN "CS"
                   CLOSE OLD-SALES-FILE
               WHEN OTHER
                   CLOSE LINE-SRC-FILE
           END-EVALUATE
           CLOSE LINE-DST-FILE
           CLOSE LINE-PRE-FILE
           PERFORM 250-PROVE-FILE THRU 250-EXIT.
       200-EXIT.

       210-CONVERT-RECORD.
           MOVE SPACES TO WS-OLD-IMAGE
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "BK"
                   READ BOOKING-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE BK-RECORD TO WS-OLD-IMAGE
               WHEN "CS"
                   READ OLD-SALES-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE OLD-SALES-RECORD TO WS-OLD-IMAGE
               WHEN OTHER
                   READ LINE-SRC-FILE
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE LINE-SRC-RECORD TO WS-OLD-IMAGE
           END-EVALUATE
           WRITE LINE-PRE-RECORD FROM WS-OLD-IMAGE
           ADD 1 TO WS-PRF-BEFORE-COUNT (WS-FILE-SUB)
           MOVE SPACES TO WS-NEW-IMAGE
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "TR"
                   PERFORM 310-BUILD-TRIP THRU 310-EXIT
               WHEN "BK"
                   PERFORM 320-BUILD-BOOKING THRU 320-EXIT
               WHEN "PS"
                   PERFORM 330-BUILD-SCHEDULE THRU 330-EXIT
               WHEN "OI"
                   PERFORM 340-BUILD-INVOICE THRU 340-EXIT
               WHEN "RF"
                   PERFORM 350-BUILD-REFUND THRU 350-EXIT
               WHEN "OD"
                   PERFORM 360-BUILD-DISPOSITION THRU 360-EXIT
               WHEN "OL"
                   PERFORM 370-BUILD-OUTLIER THRU 370-EXIT
               WHEN "TX"
                   PERFORM 380-BUILD-TRANSACTION THRU 380-EXIT
               WHEN "RC"
                   PERFORM 380-BUILD-TRANSACTION THRU 380-EXIT
               WHEN "TB"
                   PERFORM 390-BUILD-BATCH THRU 390-EXIT
               WHEN "CS"
                   PERFORM 395-BUILD-SALES THRU 395-EXIT
           END-EVALUATE
           WRITE LINE-DST-RECORD FROM WS-NEW-IMAGE.
       210-EXIT.

      ******************************************************************
      * 250-PROVE-FILE READS THE CONVERTED FILE BACK THROUGH ITS NEW
      * LAYOUT (THE SHARED COPYBOOK WHERE THERE IS ONE) AND CHECKS
      * THE COUNT, THE AMOUNT AND THE CLIENT NUMBER HASH AGAINST WHAT
      * WENT IN.
      ******************************************************************
       250-PROVE-FILE.
           MOVE WS-WORK-PATH TO WS-SRC-PATH
           OPEN INPUT LINE-SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
               MOVE "NO" TO WS-ALL-BALANCED
               GO TO 250-EXIT
           END-IF
           MOVE "NO" TO WS-COPY-EOF
           PERFORM 260-PROVE-RECORD THRU 260-EXIT
               UNTIL WS-COPY-EOF = "YES"
           CLOSE LINE-SRC-FILE
           IF WS-PRF-AFTER-COUNT (WS-FILE-SUB)
                   = WS-PRF-BEFORE-COUNT (WS-FILE-SUB)
               AND WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   = WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
               AND WS-PRF-AFTER-HASH (WS-FILE-SUB)
                   = WS-PRF-BEFORE-HASH (WS-FILE-SUB)
               MOVE "YES" TO WS-PRF-BALANCED (WS-FILE-SUB)
           ELSE
               MOVE "NO" TO WS-ALL-BALANCED
           END-IF.
       250-EXIT.

       260-PROVE-RECORD.
           READ LINE-SRC-FILE
               AT END
                   MOVE "YES" TO WS-COPY-EOF
                   GO TO 260-EXIT
           END-READ
           MOVE LINE-SRC-RECORD TO WS-NEW-IMAGE
           ADD 1 TO WS-PRF-AFTER-COUNT (WS-FILE-SUB)
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "TR"
                   MOVE NT-CLIENT TO WS-AFTER-CLIENT
                   IF NT-COST NUMERIC
                       ADD NT-COST TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "BK"
                   MOVE NB-CLIENT TO WS-AFTER-CLIENT
                   IF NB-COST NUMERIC
                       ADD NB-COST TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "PS"
                   MOVE WS-NEW-IMAGE TO PS-RECORD
                   MOVE PS-CLIENT-NO TO WS-AFTER-CLIENT
                   IF PS-DEPOSIT-AMOUNT NUMERIC
                       ADD PS-DEPOSIT-AMOUNT
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
                   IF PS-FINAL-AMOUNT NUMERIC
                       ADD PS-FINAL-AMOUNT
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "OI"
                   MOVE NI-CLIENT TO WS-AFTER-CLIENT
                   IF NI-AMOUNT NUMERIC
                       ADD NI-AMOUNT
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "RF"
                   MOVE WS-NEW-IMAGE TO RF-RECORD
                   MOVE RF-CLIENT-NO TO WS-AFTER-CLIENT
                   IF RF-REFUND NUMERIC
                       ADD RF-REFUND
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "OD"
                   MOVE WS-NEW-IMAGE TO OD-RECORD
                   MOVE OD-CLIENT-NO TO WS-AFTER-CLIENT
                   IF OD-TRIP-COST NUMERIC
                       ADD OD-TRIP-COST
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "OL"
                   MOVE NL-CLIENT TO WS-AFTER-CLIENT
                   IF NL-COST NUMERIC
                       ADD NL-COST TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "TB"
                   MOVE NTB-CLIENT TO WS-AFTER-CLIENT
                   IF NTB-PRICE NUMERIC
                       ADD NTB-PRICE
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN "CS"
                   MOVE NCS-CLIENT TO WS-AFTER-CLIENT
                   IF NCS-FINAL-SALE NUMERIC
                       ADD NCS-FINAL-SALE
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
               WHEN OTHER
                   MOVE NX-CLIENT TO WS-AFTER-CLIENT
                   IF NX-FINAL-SALE NUMERIC
                       ADD NX-FINAL-SALE
                           TO WS-PRF-AFTER-AMOUNT (WS-FILE-SUB)
                   END-IF
           END-EVALUATE
           IF WS-AFTER-CLIENT NUMERIC
               MOVE WS-AFTER-CLIENT TO WS-CLIENT-NUM
               ADD WS-CLIENT-NUM TO WS-PRF-AFTER-HASH (WS-FILE-SUB)
           END-IF.
       260-EXIT.

      ******************************************************************
      * 310 THROUGH 395 BUILD ONE RECORD IN ITS NEW LAYOUT FROM THE
      * OLD ONE AND ADD ITS AMOUNT TO THE BEFORE TOTAL. EVERYTHING
      * BUT THE CLIENT NUMBER (AND THE NAME CUT TO FIT) MOVES ACROSS
      * UNCHANGED.
      ******************************************************************
       310-BUILD-TRIP.
           MOVE OT-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE OT-TYPE TO NT-TYPE
           MOVE WS-NEW-CLIENT TO NT-CLIENT
           MOVE OT-NAME TO NT-NAME
           IF OT-NAME (18:2) NOT = SPACES
               ADD 1 TO WS-PRF-NAMES-CUT (WS-FILE-SUB)
           END-IF
           MOVE OT-REST TO NT-REST
           IF OT-COST NUMERIC
               ADD OT-COST TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       310-EXIT.

       320-BUILD-BOOKING.
           MOVE OB-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE OB-FRONT TO NB-FRONT
           MOVE WS-NEW-CLIENT TO NB-CLIENT
           MOVE OB-NAME TO NB-NAME
           IF OB-NAME (18:2) NOT = SPACES
               ADD 1 TO WS-PRF-NAMES-CUT (WS-FILE-SUB)
           END-IF
           MOVE OB-REST TO NB-REST
           IF OB-COST NUMERIC
               ADD OB-COST TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       320-EXIT.

       330-BUILD-SCHEDULE.
           MOVE OP-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE OP-BOOKING TO NP-BOOKING
           MOVE WS-NEW-CLIENT TO NP-CLIENT
           MOVE OP-MIDDLE TO NP-MIDDLE
           MOVE OP-FILLER-KEPT TO NP-FILLER
           IF OP-FILLER-LOST NOT = SPACES
               ADD 1 TO WS-PRF-FILLER-LOST (WS-FILE-SUB)
           END-IF
           IF OP-DEPOSIT-AMT NUMERIC
               ADD OP-DEPOSIT-AMT TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF
           IF OP-FINAL-AMT NUMERIC
               ADD OP-FINAL-AMT TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       330-EXIT.

       340-BUILD-INVOICE.
           MOVE OI-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE OI-FRONT TO NI-FRONT
           MOVE WS-NEW-CLIENT TO NI-CLIENT
           MOVE OI-MIDDLE TO NI-MIDDLE
           MOVE OI-UNUSED-KEPT TO NI-UNUSED
           MOVE OI-CONFIRM TO NI-CONFIRM
           IF OI-UNUSED-LOST NOT = SPACES
               ADD 1 TO WS-PRF-FILLER-LOST (WS-FILE-SUB)
           END-IF
           IF OI-AMOUNT NUMERIC
               ADD OI-AMOUNT TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       340-EXIT.

       350-BUILD-REFUND.
           MOVE OR-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE OR-BOOKING TO NR-BOOKING
           MOVE WS-NEW-CLIENT TO NR-CLIENT
           MOVE OR-MIDDLE TO NR-MIDDLE
           MOVE OR-FILLER-KEPT TO NR-FILLER
           IF OR-FILLER-LOST NOT = SPACES
               ADD 1 TO WS-PRF-FILLER-LOST (WS-FILE-SUB)
           END-IF
           IF OR-REFUND NUMERIC
               ADD OR-REFUND TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       350-EXIT.

       360-BUILD-DISPOSITION.
           MOVE OO-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE WS-NEW-CLIENT TO ND-CLIENT
           MOVE OO-REST TO ND-REST
           IF OO-COST NUMERIC
               ADD OO-COST TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       360-EXIT.

       370-BUILD-OUTLIER.
           MOVE OL-CLIENT TO WS-OLD-CLIENT
           MOVE 3 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE WS-NEW-CLIENT TO NL-CLIENT
           MOVE OL-NAME TO NL-NAME
           IF OL-NAME (18:2) NOT = SPACES
               ADD 1 TO WS-PRF-NAMES-CUT (WS-FILE-SUB)
           END-IF
           MOVE OL-REST TO NL-REST
           IF OL-COST NUMERIC
               ADD OL-COST TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       370-EXIT.

       380-BUILD-TRANSACTION.
           MOVE OX-CLIENT TO WS-OLD-CLIENT
           MOVE 4 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE WS-NEW-CLIENT TO NX-CLIENT
           IF OX-SEPARATOR NOT = SPACE
               ADD 1 TO WS-PRF-FILLER-LOST (WS-FILE-SUB)
           END-IF
           MOVE OX-REST TO NX-REST
           MOVE OX-TAIL TO NX-TAIL
           IF OX-FINAL-SALE NUMERIC
               ADD OX-FINAL-SALE TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       380-EXIT.

       390-BUILD-BATCH.
           MOVE OTB-CLIENT TO WS-OLD-CLIENT
           MOVE 4 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE WS-NEW-CLIENT TO NTB-CLIENT
           MOVE OTB-REST TO NTB-REST
           IF OTB-PRICE NUMERIC
               ADD OTB-PRICE TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       390-EXIT.

       395-BUILD-SALES.
           MOVE OCS-CLIENT TO WS-OLD-CLIENT
           MOVE 4 TO WS-OLD-CLIENT-LEN
           PERFORM 400-WIDEN-CLIENT THRU 400-EXIT
           MOVE WS-NEW-CLIENT TO NCS-CLIENT
           MOVE OCS-REST TO NCS-REST
           IF OCS-FINAL-SALE NUMERIC
               ADD OCS-FINAL-SALE TO WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB)
           END-IF.
       395-EXIT.

      ******************************************************************
      * 400-WIDEN-CLIENT ZERO-PADS AN ALL-DIGIT CLIENT NUMBER TO FIVE
      * DIGITS AND ADDS IT TO THE BEFORE HASH. A BLANK NUMBER STAYS
      * BLANK; ANYTHING ELSE IS CARRIED ACROSS AS KEYED AND COUNTED.
      ******************************************************************
       400-WIDEN-CLIENT.
           MOVE SPACES TO WS-NEW-CLIENT
           IF WS-OLD-CLIENT = SPACES
               GO TO 400-EXIT
           END-IF
           IF WS-OLD-CLIENT (1:WS-OLD-CLIENT-LEN) NOT NUMERIC
               MOVE WS-OLD-CLIENT TO WS-NEW-CLIENT
               ADD 1 TO WS-PRF-NOT-NUMERIC (WS-FILE-SUB)
               GO TO 400-EXIT
           END-IF
           IF WS-OLD-CLIENT-LEN = 3
               MOVE WS-OLD-CLIENT (1:3) TO WS-CLIENT-3
               MOVE WS-CLIENT-3 TO WS-CLIENT-NUM
           ELSE
               MOVE WS-OLD-CLIENT TO WS-CLIENT-4
               MOVE WS-CLIENT-4 TO WS-CLIENT-NUM
           END-IF
           MOVE WS-CLIENT-NUM TO WS-NEW-CLIENT
           ADD WS-CLIENT-NUM TO WS-PRF-BEFORE-HASH (WS-FILE-SUB).
       400-EXIT.

      ******************************************************************
      * 500-REPLACE-FILE COPIES ONE CONVERTED FILE OVER ITS ORIGINAL.
      * THE INDEXED FILES ARE RELOADED THROUGH THEIR NEW LAYOUTS; A
      * KEY THE RELOAD REFUSES IS COUNTED AND FAILS THE RUN.
      ******************************************************************
       500-REPLACE-FILE.
           IF WS-PRF-ON-HAND (WS-FILE-SUB) NOT = "YES"
               GO TO 500-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-PATH
           STRING FUNCTION TRIM (WS-CNV-PATH (WS-FILE-SUB))
                   DELIMITED BY SIZE
               "_cnv" DELIMITED BY SIZE
               INTO WS-WORK-PATH
           END-STRING
           MOVE WS-WORK-PATH TO WS-SRC-PATH
           OPEN INPUT LINE-SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
               MOVE "NO" TO WS-ALL-REPLACED
               GO TO 500-EXIT
           END-IF
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "BK"
                   MOVE WS-CNV-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN OUTPUT BOOKING-FILE
                   MOVE WS-IDX-STATUS TO WS-DST-STATUS
               WHEN "CS"
                   MOVE WS-CNV-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN OUTPUT CLIENT-SALES-FILE
                   MOVE WS-IDX-STATUS TO WS-DST-STATUS
               WHEN OTHER
                   MOVE WS-CNV-PATH (WS-FILE-SUB) TO WS-DST-PATH
                   OPEN OUTPUT LINE-DST-FILE
           END-EVALUATE
           IF WS-DST-STATUS NOT = "00"
               CLOSE LINE-SRC-FILE
               MOVE "NO" TO WS-ALL-REPLACED
               GO TO 500-EXIT
           END-IF
           MOVE "NO" TO WS-COPY-EOF
           PERFORM 510-REPLACE-RECORD THRU 510-EXIT
               UNTIL WS-COPY-EOF = "YES"
           CLOSE LINE-SRC-FILE
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "BK"
                   CLOSE BOOKING-FILE
               WHEN "CS"
                   CLOSE CLIENT-SALES-FILE
               WHEN OTHER
                   CLOSE LINE-DST-FILE
           END-EVALUATE
           IF WS-PRF-REPLACED-COUNT (WS-FILE-SUB)
                   NOT = WS-PRF-AFTER-COUNT (WS-FILE-SUB)
               MOVE "NO" TO WS-ALL-REPLACED
           END-IF.
       500-EXIT.

       510-REPLACE-RECORD.
           READ LINE-SRC-FILE
               AT END
                   MOVE "YES" TO WS-COPY-EOF
                   GO TO 510-EXIT
           END-READ
           EVALUATE WS-CNV-LAYOUT (WS-FILE-SUB)
               WHEN "BK"
                   MOVE LINE-SRC-RECORD TO BK-RECORD
                   WRITE BK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PRF-WRITE-ERRORS (WS-FILE-SUB)
                           GO TO 510-EXIT
                   END-WRITE
               WHEN "CS"
                   MOVE LINE-SRC-RECORD TO CLIENT-SALES-RECORD
                   WRITE CLIENT-SALES-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PRF-WRITE-ERRORS (WS-FILE-SUB)
                           GO TO 510-EXIT
                   END-WRITE
               WHEN OTHER
                   WRITE LINE-DST-RECORD FROM LINE-SRC-RECORD
           END-EVALUATE
           ADD 1 TO WS-PRF-REPLACED-COUNT (WS-FILE-SUB).
       510-EXIT.

      ******************************************************************
      * 600-MARK-DONE WRITES THE MARKER THAT KEEPS THE CONVERSION FROM
      * BEING RUN A SECOND TIME.
      ******************************************************************
       600-MARK-DONE.
           OPEN OUTPUT CONVERT-DONE-FILE
           MOVE WS-TODAY TO CONVERT-DONE-RECORD
           WRITE CONVERT-DONE-RECORD
           CLOSE CONVERT-DONE-FILE.
       600-EXIT.

      ******************************************************************
      * 700-REPORT-FILE PRINTS ONE FILE'S COUNTS AND AMOUNTS BEFORE AND
      * AFTER, WITH A NOTE OF ANYTHING THE CONVERSION HAD TO ALTER.
      ******************************************************************
       700-REPORT-FILE.
           MOVE SPACES TO CC-DETAIL-LINE
           MOVE WS-CNV-TITLE (WS-FILE-SUB) TO CCD-TITLE
           IF WS-PRF-ON-HAND (WS-FILE-SUB) NOT = "YES"
               MOVE "NOT HERE" TO CCD-STATUS
               WRITE REPORT-RECORD FROM CC-DETAIL-LINE
               GO TO 700-EXIT
           END-IF
           MOVE WS-PRF-BEFORE-COUNT (WS-FILE-SUB) TO CCD-BEFORE-COUNT
           MOVE WS-PRF-AFTER-COUNT (WS-FILE-SUB) TO CCD-AFTER-COUNT
           MOVE WS-PRF-BEFORE-AMOUNT (WS-FILE-SUB) TO CCD-BEFORE-AMOUNT
           MOVE WS-PRF-AFTER-AMOUNT (WS-FILE-SUB) TO CCD-AFTER-AMOUNT
           EVALUATE TRUE
               WHEN WS-PRF-BALANCED (WS-FILE-SUB) NOT = "YES"
                   MOVE "OUT BAL" TO CCD-STATUS
               WHEN WS-ALL-BALANCED NOT = "YES"
                   MOVE "BALANCED" TO CCD-STATUS
               WHEN WS-PRF-REPLACED-COUNT (WS-FILE-SUB)
                       NOT = WS-PRF-AFTER-COUNT (WS-FILE-SUB)
                   MOVE "NOT REPL" TO CCD-STATUS
               WHEN OTHER
                   MOVE "REPLACED" TO CCD-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM CC-DETAIL-LINE
           MOVE SPACES TO CCN-TEXT
           MOVE WS-PRF-BEFORE-HASH (WS-FILE-SUB) TO CCN-HASH-BEFORE
           MOVE WS-PRF-AFTER-HASH (WS-FILE-SUB) TO CCN-HASH-AFTER
           STRING "AMOUNT IS " DELIMITED BY SIZE
                  WS-CNV-AMOUNT-NAME (WS-FILE-SUB) DELIMITED BY "  "
                  " - CLIENT NO. HASH " DELIMITED BY SIZE
                  CCN-HASH-BEFORE DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  CCN-HASH-AFTER DELIMITED BY SIZE
               INTO CCN-TEXT
           END-STRING
           WRITE REPORT-RECORD FROM CC-NOTE-LINE
           IF WS-PRF-NOT-NUMERIC (WS-FILE-SUB) > ZERO
               MOVE WS-PRF-NOT-NUMERIC (WS-FILE-SUB) TO CCN-COUNT
               MOVE SPACES TO CCN-TEXT
               STRING CCN-COUNT DELIMITED BY SIZE
                   " CLIENT NUMBERS NOT ALL DIGITS - CARRIED AS KEYED"
                       DELIMITED BY SIZE
                   INTO CCN-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM CC-NOTE-LINE
           END-IF
           IF WS-PRF-NAMES-CUT (WS-FILE-SUB) > ZERO
               MOVE WS-PRF-NAMES-CUT (WS-FILE-SUB) TO CCN-COUNT
               MOVE SPACES TO CCN-TEXT
               STRING CCN-COUNT DELIMITED BY SIZE
                   " CLIENT NAMES SHORTENED TO 17 CHARACTERS"
                       DELIMITED BY SIZE
                   INTO CCN-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM CC-NOTE-LINE
           END-IF
           IF WS-PRF-FILLER-LOST (WS-FILE-SUB) > ZERO
               MOVE WS-PRF-FILLER-LOST (WS-FILE-SUB) TO CCN-COUNT
               MOVE SPACES TO CCN-TEXT
               STRING CCN-COUNT DELIMITED BY SIZE
                   " RECORDS HAD DATA IN THE BYTES GIVEN UP"
                       DELIMITED BY SIZE
                   INTO CCN-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM CC-NOTE-LINE
           END-IF
           IF WS-PRF-WRITE-ERRORS (WS-FILE-SUB) > ZERO
               MOVE WS-PRF-WRITE-ERRORS (WS-FILE-SUB) TO CCN-COUNT
               MOVE SPACES TO CCN-TEXT
               STRING CCN-COUNT DELIMITED BY SIZE
                   " RECORDS REFUSED ON RELOAD (DUPLICATE KEY)"
                       DELIMITED BY SIZE
                   INTO CCN-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM CC-NOTE-LINE
           END-IF.
       700-EXIT.
