       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TESTEXT.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Test-data extract. Copies the client-bearing masters and logs
      * to a separate test directory with every personal field
      * replaced by a made-up one, so a program can be tried against
      * realistic data without customer names, addresses, phones,
      * passport numbers, or check details leaving the shop.
      *
      * Paths follow FileControl.txt overrides (see
      * copybooks/FILECTL.cpy) the same way the programs themselves
      * do; the test directory is the TESTDIR entry there (default
      * C:\COBOL\TestData\). Each file keeps its own file name in
      * the test directory, so pointing a test copy of
      * FileControl.txt at the directory runs any program against
      * the extract unchanged.
      *
      * The masters are copied whole. The logs are copied for the
      * date range asked for at the prompt (blank = the last 90
      * days), each by the date named in the table below.
      *
      * The made-up values are worked out from the client number, so
      * a client gets the same name, street address, and phone in
      * every file and the files still join on client number. A
      * person with no client number (a passenger, a used-bike
      * seller, a walk-in on the history) is worked out from the
      * original value itself, and so are serial numbers, travel
      * document numbers, and check numbers - the same serial comes
      * out the same on the history, the work orders, and the
      * warranty claims. Birth dates keep their year. Keys, amounts,
      * and dates are not touched, and city/state/ZIP is kept as it
      * is because the tax and ZIP checks depend on it.
      *
      * A manifest of the files, their record counts, and the fields
      * masked is printed to TestExtract.txt and spooled.
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

      * Select statements for the indexed masters, read through
      * their real layouts.

       SELECT CLIENT-MASTER-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLIENT-NO
               FILE STATUS IS WS-IDX-STATUS.

       SELECT CLIENT-SALES-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-CLIENT-NO
               FILE STATUS IS WS-IDX-STATUS.

       SELECT BOOKING-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-BOOKING-NO
               FILE STATUS IS WS-IDX-STATUS.

       SELECT EXEMPT-CERT-FILE
               ASSIGN TO WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-IDX-STATUS.

      * Select statements for the test copies of the indexed
      * masters. The keys are not changed, so the records go out in
      * the order they come in.

       SELECT TEST-CLIENT-FILE
               ASSIGN TO WS-DST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCM-CLIENT-NO
               FILE STATUS IS WS-DST-STATUS.

       SELECT TEST-SALES-FILE
               ASSIGN TO WS-DST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCS-CLIENT-NO
               FILE STATUS IS WS-DST-STATUS.

       SELECT TEST-BOOKING-FILE
               ASSIGN TO WS-DST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TBK-BOOKING-NO
               FILE STATUS IS WS-DST-STATUS.

       SELECT TEST-EXEMPT-FILE
               ASSIGN TO WS-DST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEX-KEY
               FILE STATUS IS WS-DST-STATUS.

      * Select statement for the printed manifest.

       SELECT MANIFEST-REPORT-FILE
               ASSIGN TO UT-SYS-TESTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the shared file-location control file.

       FD  FILE-CONTROL-FILE.
           COPY FILECTL.

      * File descriptions for the generic line copies.

       FD  LINE-SRC-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  LINE-SRC-RECORD                    PIC X(400).

       FD  LINE-DST-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  LINE-DST-RECORD                    PIC X(400).

      * File descriptions for the indexed masters.

       FD  CLIENT-MASTER-FILE.
           COPY CLIENTMS.

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

       FD  BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY BOOKING.

       FD  EXEMPT-CERT-FILE.
           COPY TAXEXMPT.

      * File descriptions for the test copies of the indexed
      * masters - the same records, written from the masked image.

       FD  TEST-CLIENT-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  TCM-RECORD.
           05 TCM-CLIENT-NO                   PIC X(5).
           05 TCM-REST                        PIC X(110).

       FD  TEST-SALES-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  TCS-RECORD.
           05 TCS-CLIENT-NO                   PIC X(5).
           05 TCS-REST                        PIC X(52).

       FD  TEST-BOOKING-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  TBK-RECORD.
           05 TBK-BOOKING-NO                  PIC 9(6).
           05 TBK-REST                        PIC X(116).

       FD  TEST-EXEMPT-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  TEX-RECORD.
           05 TEX-KEY                         PIC X(7).
           05 TEX-REST                        PIC X(48).

      * File description for the printed manifest.

       FD  MANIFEST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                      PIC X(80).

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SRC-STATUS                   PIC XX.
          05 WS-DST-STATUS                   PIC XX.
          05 WS-IDX-STATUS                   PIC XX.
          05 WS-SRC-PATH                     PIC X(76).
          05 WS-DST-PATH                     PIC X(76).
          05 WS-IDX-PATH                     PIC X(76).
          05 WS-COPY-EOF                     PIC XXX.
          05 WS-TODAY                        PIC 9(8).
          05 WS-FILE-SUB                     PIC 99.
          05 WS-FILES-ON-HAND                PIC 99 VALUE 0.
          05 WS-ALL-WRITTEN                  PIC XXX VALUE "YES".
          05 WS-DATE-ENTRY                   PIC X(8).
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-TO-DATE                      PIC 9(8).
          05 WS-REC-DATE                     PIC X(8).
          05 WS-NAME-START                   PIC 99.
          05 WS-DIR-LENGTH                   PIC 99.

      * The files extracted: the DD name the control file knows them
      * by, the default path, the layout (CM client master, CS
      * client sales, BK booking master, PX passengers, EX tax-exempt
      * certificates, HI invoice history, TR trip file, RF trip
      * refunds, NS returned checks, UB used-bike intake, WO work
      * orders, WC warranty claims, NT contact notes, CN collection
      * notes), whether the file is a master copied whole (M) or a
      * log copied by date (L), the title printed, and the fields
      * masked.

       01 WS-EXTRACT-LIST.
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "CLIENTMS".
             10                              PIC X(60)
                          VALUE "C:\COBOL\ClientMaster.dat".
             10                              PIC XX VALUE "CM".
             10                              PIC X VALUE "M".
             10                              PIC X(18)
                                             VALUE "CLIENT MASTER".
             10                              PIC X(34)
                  VALUE "NAME, ADDRESS, PHONE".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "CLSALES".
             10                              PIC X(60)
                          VALUE "C:\COBOL\ClientSales.dat".
             10                              PIC XX VALUE "CS".
             10                              PIC X VALUE "M".
             10                              PIC X(18)
                                             VALUE "CLIENT SALES".
             10                              PIC X(34)
                  VALUE "CLIENT NAME".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "BOOKING".
             10                              PIC X(60)
                          VALUE "C:\COBOL\BookingMaster.dat".
             10                              PIC XX VALUE "BK".
             10                              PIC X VALUE "M".
             10                              PIC X(18)
                                             VALUE "BOOKING MASTER".
             10                              PIC X(34)
                  VALUE "CLIENT NAME".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "PAXFILE".
             10                              PIC X(60)
                          VALUE "C:\COBOL\Passengers.txt".
             10                              PIC XX VALUE "PX".
             10                              PIC X VALUE "M".
             10                              PIC X(18)
                                             VALUE "PASSENGERS".
             10                              PIC X(34)
                  VALUE "NAME, BIRTH DATE, DOC NUMBER".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "EXEMPT".
             10                              PIC X(60)
                          VALUE "C:\COBOL\TaxExempt.dat".
             10                              PIC XX VALUE "EX".
             10                              PIC X VALUE "M".
             10                              PIC X(18)
                                             VALUE "TAX EXEMPT CERTS".
             10                              PIC X(34)
                  VALUE "HOLDER NAME".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "HISTFILE".
             10                              PIC X(60)
                          VALUE "C:\COBOL\InvoiceHistory.txt".
             10                              PIC XX VALUE "HI".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "INVOICE HISTORY".
             10                              PIC X(34)
                  VALUE "NAME, ADDRESS, PHONE, SERIAL NO".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "INVFILE".
             10                              PIC X(60)
                  VALUE "C:\Users\schultzder\trip.dat".
             10                              PIC XX VALUE "TR".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "TRIP FILE".
             10                              PIC X(34)
                  VALUE "CLIENT NAME".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "REFUNDS".
             10                              PIC X(60)
                          VALUE "C:\COBOL\TripRefunds.txt".
             10                              PIC XX VALUE "RF".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "TRIP REFUNDS".
             10                              PIC X(34)
                  VALUE "CLIENT NAME, CHECK NO".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "NSFLOG".
             10                              PIC X(60)
                          VALUE "C:\COBOL\NSFChecks.txt".
             10                              PIC XX VALUE "NS".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "RETURNED CHECKS".
             10                              PIC X(34)
                  VALUE "(NONE HELD)".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "USEDLOG".
             10                              PIC X(60)
                          VALUE "C:\COBOL\UsedBikeIntake.txt".
             10                              PIC XX VALUE "UB".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "USED BIKE INTAKE".
             10                              PIC X(34)
                  VALUE "SELLER, ID NUMBER, SERIAL NO".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "WOFILE".
             10                              PIC X(60)
                          VALUE "C:\COBOL\WorkOrders.txt".
             10                              PIC XX VALUE "WO".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "WORK ORDERS".
             10                              PIC X(34)
                  VALUE "SERIAL NO".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "WTYCLAIMS".
             10                              PIC X(60)
                          VALUE "C:\COBOL\WarrantyClaims.txt".
             10                              PIC XX VALUE "WC".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "WARRANTY CLAIMS".
             10                              PIC X(34)
                  VALUE "SERIAL NO".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "CONTNOTE".
             10                              PIC X(60)
                          VALUE "C:\COBOL\ContactNotes.txt".
             10                              PIC XX VALUE "NT".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "CONTACT NOTES".
             10                              PIC X(34)
                  VALUE "NOTE TEXT".
          05 FILLER.
             10                              PIC X(15)
                                             VALUE "COLLNOTE".
             10                              PIC X(60)
                          VALUE "C:\COBOL\CollectionNotes.txt".
             10                              PIC XX VALUE "CN".
             10                              PIC X VALUE "L".
             10                              PIC X(18)
                                             VALUE "COLLECTION NOTES".
             10                              PIC X(34)
                  VALUE "REMARK".
       01 WS-EXTRACT-TABLE REDEFINES WS-EXTRACT-LIST.
          05 WS-EXT-ENTRY OCCURS 14 TIMES.
             10 WS-EXT-DD-NAME               PIC X(15).
             10 WS-EXT-PATH                  PIC X(60).
             10 WS-EXT-LAYOUT                PIC XX.
             10 WS-EXT-KIND                  PIC X.
                88 WS-EXT-MASTER                       VALUE "M".
             10 WS-EXT-TITLE                 PIC X(18).
             10 WS-EXT-FIELDS                PIC X(34).

      * What happened to each file.

       01 WS-COUNT-TABLE.
          05 WS-CNT-ENTRY OCCURS 14 TIMES.
             10 WS-CNT-STATUS                PIC X(14).
             10 WS-CNT-READ                  PIC 9(7).
             10 WS-CNT-COPIED                PIC 9(7).
             10 WS-CNT-OUT-OF-RANGE          PIC 9(7).
             10 WS-CNT-MASKED                PIC 9(7).

      * A record as read, and the views of it.

       01 WS-IMAGE                           PIC X(400).

      * The trip file's record (as in SEASON.cbl).

       01 WS-TRIP-VIEW REDEFINES WS-IMAGE.
          05 TR-BOOKING-TYPE                 PIC X.
          05 TR-CLIENT-NO                    PIC X(5).
          05 TR-CLIENT-NAME                  PIC X(17).
          05 TR-ORIG-BOOKING-TYPE            PIC X.
          05 TR-FILLER1                      PIC X.
          05 TR-REGION-NO                    PIC XX.
          05 TR-TRIP-DATE                    PIC X(8).
          05 TR-REST                         PIC X(365).

      * The record as it was before masking.

       01 WS-ORIG-IMAGE                      PIC X(400).

      * The shared layouts the line files are masked through.

           COPY INVHIST.
           COPY PAXFD.
           COPY TRIPRFND.
           COPY NSFLOG.
           COPY USEDBIKE.
           COPY WORKORD.
           COPY WTYCLM.
           COPY CONTNOTE.
           COPY COLLNOTE.

      * Working fields for the made-up values. The seed is the
      * client number, or a number worked out from the original
      * value; everything made up for a person comes from it.

       01 WS-FAKE-WORK.
          05 WS-SEED                         PIC 9(5).
          05 WS-SEED-CLIENT                  PIC X(5).
          05 WS-HASH-TEXT                    PIC X(40).
          05 WS-HASH-VALUE                   PIC 9(9).
          05 WS-HASH-SUB                     PIC 99.
          05 WS-PICK                         PIC 999.
          05 WS-PICK-LAST                    PIC 999.
          05 WS-HOUSE-NO                     PIC 9(4).
          05 WS-HOUSE-EDIT                   PIC ZZZ9.
          05 WS-AREA-CODE                    PIC 999.
          05 WS-LINE-NO                      PIC 9(4).
          05 WS-DIGITS-8                     PIC 9(8).
          05 WS-DIGITS-6                     PIC 9(6).
          05 WS-BIRTH-MONTH                  PIC 99.
          05 WS-BIRTH-DAY                    PIC 99.
          05 WS-FAKE-NAME                    PIC X(40).
          05 WS-FAKE-ADDRESS                 PIC X(25).
          05 WS-FAKE-PHONE                   PIC X(15).
          05 WS-FAKE-NUMBER                  PIC X(20).
          05 WS-FAKE-NOTE                    PIC X(40).

       01 WS-FIRST-NAME-LIST.
          05                                 PIC X(42)
                  VALUE "JAMES  MARY   JOHN   LINDA  ROBERT SUSAN  ".
          05                                 PIC X(42)
                  VALUE "DAVID  KAREN  MICHAELNANCY  WILLIAMBETTY  ".
          05                                 PIC X(42)
                  VALUE "THOMAS HELEN  RICHARDSANDRA JOSEPH DONNA  ".
          05                                 PIC X(42)
                  VALUE "CHARLESCAROL  DANIEL RUTH   PAUL   SHARON ".
          05                                 PIC X(42)
                  VALUE "MARK   LAURA  GEORGE EMILY  KEVIN  ANNA   ".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-LIST.
          05 WS-FIRST-NAME                   PIC X(7) OCCURS 30 TIMES.

       01 WS-LAST-NAME-LIST.
          05                                 PIC X(45)
                  VALUE "SMITH    JOHNSON  WILLIAMS BROWN    JONES    ".
          05                                 PIC X(45)
                  VALUE "MILLER   DAVIS    GARCIA   WILSON   ANDERSON ".
          05                                 PIC X(45)
                  VALUE "TAYLOR   THOMAS   MOORE    MARTIN   JACKSON  ".
          05                                 PIC X(45)
                  VALUE "THOMPSON WHITE    HARRIS   CLARK    LEWIS    ".
          05                                 PIC X(45)
                  VALUE "ROBINSON WALKER   YOUNG    ALLEN    KING     ".
          05                                 PIC X(45)
                  VALUE "WRIGHT   HILL     SCOTT    GREEN    ADAMS    ".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-LIST.
          05 WS-LAST-NAME                    PIC X(9) OCCURS 30 TIMES.

       01 WS-STREET-LIST.
          05                                 PIC X(45)
                  VALUE "MAPLE AVE      OAK ST         PINE ST        ".
          05                                 PIC X(45)
                  VALUE "CEDAR LN       ELM ST         LAKE DR        ".
          05                                 PIC X(45)
                  VALUE "HILL RD        PARK AVE       MAIN ST        ".
          05                                 PIC X(45)
                  VALUE "CHURCH ST      RIVER RD       SPRING ST      ".
          05                                 PIC X(45)
                  VALUE "RIDGE RD       MILL RD        FOREST DR      ".
          05                                 PIC X(45)
                  VALUE "SUNSET BLVD    HIGHLAND AVE   MEADOW LN      ".
          05                                 PIC X(45)
                  VALUE "CENTER ST      BROOK LN       WASHINGTON AVE ".
       01 WS-STREET-TABLE REDEFINES WS-STREET-LIST.
          05 WS-STREET                       PIC X(15) OCCURS 21 TIMES.

       01 WS-NOTE-LIST.
          05                                 PIC X(40)
                  VALUE "CALLED CLIENT ABOUT ORDER STATUS".
          05                                 PIC X(40)
                  VALUE "CLIENT ASKED FOR A CALL BACK".
          05                                 PIC X(40)
                  VALUE "LEFT MESSAGE - WILL TRY AGAIN".
          05                                 PIC X(40)
                  VALUE "CLIENT IN STORE - QUESTION ANSWERED".
          05                                 PIC X(40)
                  VALUE "SENT LETTER AS DISCUSSED".
          05                                 PIC X(40)
                  VALUE "CLIENT WILL PAY AT NEXT VISIT".
       01 WS-NOTE-TABLE REDEFINES WS-NOTE-LIST.
          05 WS-NOTE                         PIC X(40) OCCURS 6 TIMES.

      * Report lines.

       01 TX-HEADING1.
          05                                 PIC X(32)
                  VALUE "TEST DATA EXTRACT MANIFEST      ".
          05 TXH-DATE                        PIC 9(8).
          05                                 PIC X(40) VALUE SPACES.

       01 TX-HEADING2.
          05                                 PIC X(16)
                  VALUE "LOGS DATED FROM ".
          05 TXH-FROM-DATE                   PIC 9(8).
          05                                 PIC X(4) VALUE " TO ".
          05 TXH-TO-DATE                     PIC 9(8).
          05                                 PIC X(44)
                  VALUE " - MASTERS COPIED WHOLE".

       01 TX-HEADING3.
          05                                 PIC X(14)
                  VALUE "WRITTEN TO    ".
          05 TXH-TEST-DIR                    PIC X(60).
          05                                 PIC X(6) VALUE SPACES.

       01 TX-HEADING4.
          05                                 PIC X(40)
                  VALUE "FILE                  READ  COPIED  MASK".
          05                                 PIC X(40)
                  VALUE "ED  FIELDS MASKED                       ".

       01 TX-DETAIL-LINE.
          05 TXD-TITLE                       PIC X(18).
          05                                 PIC X VALUE SPACE.
          05 TXD-READ                        PIC ZZZ,ZZ9.
          05                                 PIC X VALUE SPACE.
          05 TXD-COPIED                      PIC ZZZ,ZZ9.
          05                                 PIC X VALUE SPACE.
          05 TXD-MASKED                      PIC ZZZ,ZZ9.
          05                                 PIC XX VALUE SPACES.
          05 TXD-FIELDS                      PIC X(34).
          05                                 PIC XX VALUE SPACES.

       01 TX-NOTE-LINE.
          05                                 PIC X(4) VALUE SPACES.
          05 TXN-TEXT                        PIC X(76).

       01 TX-NOTE-WORK.
          05 TXN-COUNT                       PIC ZZZ,ZZ9.

      * Files

       01 WS-FILES.
          05 UT-SYS-TESTDIR                  PIC X(60)
          VALUE "C:\COBOL\TestData\".
          05 UT-SYS-TESTRPT                  PIC X(60)
          VALUE "C:\COBOL\TestExtract.txt".
          COPY FILECTLWS.

           COPY SPOOLWS.

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE ASKS FOR THE DATE RANGE, EXTRACTS EVERY FILE
      * ON HAND, AND PRINTS THE MANIFEST.
      ******************************************************************
       000-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 070-LOAD-FILE-CONTROL THRU 070-EXIT
           PERFORM 100-GET-DATE-RANGE THRU 100-EXIT
           PERFORM 150-SET-TEST-DIR THRU 150-EXIT
           INITIALIZE WS-COUNT-TABLE
           PERFORM 200-EXTRACT-FILE THRU 200-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 14
           OPEN OUTPUT MANIFEST-REPORT-FILE
           MOVE WS-TODAY TO TXH-DATE
           WRITE REPORT-RECORD FROM TX-HEADING1
           MOVE WS-FROM-DATE TO TXH-FROM-DATE
           MOVE WS-TO-DATE TO TXH-TO-DATE
           WRITE REPORT-RECORD FROM TX-HEADING2
           MOVE UT-SYS-TESTDIR TO TXH-TEST-DIR
           WRITE REPORT-RECORD FROM TX-HEADING3
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM TX-HEADING4
           PERFORM 700-REPORT-FILE THRU 700-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 14
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "KEYS, AMOUNTS, DATES AND CITY/STATE/ZIP NOT MASKED"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-FILES-ON-HAND = ZERO
                   MOVE
                       "NO PRODUCTION FILES ON HAND - NOTHING EXTRACTED"
                       TO REPORT-RECORD
               WHEN WS-ALL-WRITTEN NOT = "YES"
                   MOVE "EXTRACT INCOMPLETE - SEE FILES NOT WRITTEN"
                       TO REPORT-RECORD
               WHEN OTHER
                   MOVE "EXTRACT COMPLETE" TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           CLOSE MANIFEST-REPORT-FILE
           DISPLAY REPORT-RECORD
           MOVE "F" TO SP-REQUEST
           MOVE "TESTEXT" TO SP-REPORT-NAME
           MOVE UT-SYS-TESTRPT TO SP-SOURCE-PATH
           CALL "SPOOLER" USING SP-PARMS
           DISPLAY "SEE " UT-SYS-TESTRPT
           IF WS-FILES-ON-HAND = ZERO OR WS-ALL-WRITTEN NOT = "YES"
               MOVE 1 TO RETURN-CODE
           END-IF
       STOP RUN.

      ******************************************************************
      * 070-LOAD-FILE-CONTROL REPOINTS ANY FILE WHOSE DD NAME APPEARS
      * IN THE SHARED CONTROL FILE, THE SAME WAY THE PROGRAMS
      * THEMSELVES DO, AND PICKS UP THE TEST DIRECTORY.
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
           IF FC-DD-NAME = "TESTDIR"
               MOVE FC-DD-PATH TO UT-SYS-TESTDIR
               GO TO 075-EXIT
           END-IF
           PERFORM 080-MATCH-DD-NAME THRU 080-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 14.
       075-EXIT.

       080-MATCH-DD-NAME.
           IF FC-DD-NAME = WS-EXT-DD-NAME (WS-FILE-SUB)
               MOVE FC-DD-PATH TO WS-EXT-PATH (WS-FILE-SUB)
           END-IF.
       080-EXIT.

      ******************************************************************
      * 100-GET-DATE-RANGE ASKS FOR THE DATES THE LOGS ARE COPIED
      * FOR. A BLANK FROM DATE IS 90 DAYS BEFORE TODAY AND A BLANK TO
      * DATE IS TODAY. A DATE THAT IS NOT A REAL DATE STOPS THE RUN
      * BEFORE ANYTHING IS WRITTEN.
      ******************************************************************
       100-GET-DATE-RANGE.
           DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = 90 DAYS AGO)"
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY) - 90)
           ELSE
               IF WS-DATE-ENTRY NOT NUMERIC
                   GO TO 100-BAD-DATE
               END-IF
               MOVE WS-DATE-ENTRY TO WS-FROM-DATE
           END-IF
           DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK = TODAY)"
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           ELSE
               IF WS-DATE-ENTRY NOT NUMERIC
                   GO TO 100-BAD-DATE
               END-IF
               MOVE WS-DATE-ENTRY TO WS-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
               OR WS-FROM-DATE > WS-TO-DATE
               GO TO 100-BAD-DATE
           END-IF
           GO TO 100-EXIT.
       100-BAD-DATE.
           DISPLAY "DATE RANGE NOT VALID - NOTHING EXTRACTED"
           MOVE 1 TO RETURN-CODE
           STOP RUN.
       100-EXIT.

      ******************************************************************
      * 150-SET-TEST-DIR MAKES SURE THE TEST DIRECTORY ENDS IN A
      * BACKSLASH SO A FILE NAME CAN BE PUT STRAIGHT AFTER IT.
      ******************************************************************
       150-SET-TEST-DIR.
           IF UT-SYS-TESTDIR = SPACES
               DISPLAY "NO TEST DIRECTORY GIVEN - NOTHING EXTRACTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION LENGTH (FUNCTION TRIM (UT-SYS-TESTDIR
               TRAILING)) TO WS-DIR-LENGTH
           IF UT-SYS-TESTDIR (WS-DIR-LENGTH:1) NOT = "\"
               AND WS-DIR-LENGTH < 60
               ADD 1 TO WS-DIR-LENGTH
               MOVE "\" TO UT-SYS-TESTDIR (WS-DIR-LENGTH:1)
           END-IF.
       150-EXIT.

      ******************************************************************
      * 200-EXTRACT-FILE COPIES ONE FILE TO THE TEST DIRECTORY UNDER
      * ITS OWN FILE NAME, MASKING EACH RECORD ON THE WAY. A FILE NOT
      * ON HAND IS SKIPPED AND SHOWN AS SUCH; A TEST PATH THAT COMES
      * OUT THE SAME AS THE PRODUCTION PATH IS NEVER WRITTEN.
      ******************************************************************
       200-EXTRACT-FILE.
           MOVE "NOT ON HAND" TO WS-CNT-STATUS (WS-FILE-SUB)
           PERFORM 250-BUILD-TEST-PATH THRU 250-EXIT
           IF WS-DST-PATH = WS-EXT-PATH (WS-FILE-SUB)
               MOVE "SAME AS SOURCE" TO WS-CNT-STATUS (WS-FILE-SUB)
               MOVE "NO" TO WS-ALL-WRITTEN
               GO TO 200-EXIT
           END-IF
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   MOVE WS-EXT-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN INPUT CLIENT-MASTER-FILE
                   MOVE WS-IDX-STATUS TO WS-SRC-STATUS
               WHEN "CS"
                   MOVE WS-EXT-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN INPUT CLIENT-SALES-FILE
                   MOVE WS-IDX-STATUS TO WS-SRC-STATUS
               WHEN "BK"
                   MOVE WS-EXT-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN INPUT BOOKING-FILE
                   MOVE WS-IDX-STATUS TO WS-SRC-STATUS
               WHEN "EX"
                   MOVE WS-EXT-PATH (WS-FILE-SUB) TO WS-IDX-PATH
                   OPEN INPUT EXEMPT-CERT-FILE
                   MOVE WS-IDX-STATUS TO WS-SRC-STATUS
               WHEN OTHER
                   MOVE WS-EXT-PATH (WS-FILE-SUB) TO WS-SRC-PATH
                   OPEN INPUT LINE-SRC-FILE
           END-EVALUATE
           IF WS-SRC-STATUS NOT = "00"
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-FILES-ON-HAND
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   OPEN OUTPUT TEST-CLIENT-FILE
               WHEN "CS"
                   OPEN OUTPUT TEST-SALES-FILE
               WHEN "BK"
                   OPEN OUTPUT TEST-BOOKING-FILE
               WHEN "EX"
                   OPEN OUTPUT TEST-EXEMPT-FILE
               WHEN OTHER
                   OPEN OUTPUT LINE-DST-FILE
           END-EVALUATE
           IF WS-DST-STATUS NOT = "00"
               MOVE "NOT WRITTEN" TO WS-CNT-STATUS (WS-FILE-SUB)
               MOVE "NO" TO WS-ALL-WRITTEN
               PERFORM 240-CLOSE-SOURCE THRU 240-EXIT
               GO TO 200-EXIT
           END-IF
           MOVE "COPIED" TO WS-CNT-STATUS (WS-FILE-SUB)
           MOVE "NO" TO WS-COPY-EOF
           PERFORM 210-EXTRACT-RECORD THRU 210-EXIT
               UNTIL WS-COPY-EOF = "YES"
           PERFORM 240-CLOSE-SOURCE THRU 240-EXIT
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   CLOSE TEST-CLIENT-FILE
               WHEN "CS"
                   CLOSE TEST-SALES-FILE
               WHEN "BK"
                   CLOSE TEST-BOOKING-FILE
               WHEN "EX"
                   CLOSE TEST-EXEMPT-FILE
               WHEN OTHER
                   CLOSE LINE-DST-FILE
           END-EVALUATE.
       200-EXIT.

      ******************************************************************
      * 210-EXTRACT-RECORD READS ONE RECORD, DROPS A LOG RECORD DATED
      * OUTSIDE THE RANGE, MASKS THE REST, AND WRITES IT TO THE TEST
      * COPY.
      ******************************************************************
       210-EXTRACT-RECORD.
           MOVE SPACES TO WS-IMAGE
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   READ CLIENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE CM-MASTER-RECORD TO WS-IMAGE
               WHEN "CS"
                   READ CLIENT-SALES-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE CLIENT-SALES-RECORD TO WS-IMAGE
               WHEN "BK"
                   READ BOOKING-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE BK-RECORD TO WS-IMAGE
               WHEN "EX"
                   READ EXEMPT-CERT-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE EX-RECORD TO WS-IMAGE
               WHEN OTHER
                   READ LINE-SRC-FILE
                       AT END
                           MOVE "YES" TO WS-COPY-EOF
                           GO TO 210-EXIT
                   END-READ
                   MOVE LINE-SRC-RECORD TO WS-IMAGE
           END-EVALUATE
           ADD 1 TO WS-CNT-READ (WS-FILE-SUB)
           MOVE WS-IMAGE TO WS-ORIG-IMAGE
           PERFORM 220-MASK-RECORD THRU 220-EXIT
           IF NOT WS-EXT-MASTER (WS-FILE-SUB)
               IF WS-REC-DATE NOT NUMERIC
                   OR WS-REC-DATE < WS-FROM-DATE
                   OR WS-REC-DATE > WS-TO-DATE
                   ADD 1 TO WS-CNT-OUT-OF-RANGE (WS-FILE-SUB)
                   GO TO 210-EXIT
               END-IF
           END-IF
           IF WS-IMAGE NOT = WS-ORIG-IMAGE
               ADD 1 TO WS-CNT-MASKED (WS-FILE-SUB)
           END-IF
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   WRITE TCM-RECORD FROM WS-IMAGE
               WHEN "CS"
                   WRITE TCS-RECORD FROM WS-IMAGE
               WHEN "BK"
                   WRITE TBK-RECORD FROM WS-IMAGE
               WHEN "EX"
                   WRITE TEX-RECORD FROM WS-IMAGE
               WHEN OTHER
                   WRITE LINE-DST-RECORD FROM WS-IMAGE
           END-EVALUATE
           IF WS-DST-STATUS = "00"
               ADD 1 TO WS-CNT-COPIED (WS-FILE-SUB)
           ELSE
               MOVE "NOT WRITTEN" TO WS-CNT-STATUS (WS-FILE-SUB)
               MOVE "NO" TO WS-ALL-WRITTEN
           END-IF.
       210-EXIT.

      ******************************************************************
      * 220-MASK-RECORD REPLACES THE PERSONAL FIELDS IN THE IMAGE FOR
      * ITS LAYOUT AND PICKS UP THE DATE A LOG RECORD IS KEPT BY.
      ******************************************************************
       220-MASK-RECORD.
           MOVE SPACES TO WS-REC-DATE
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   PERFORM 300-MASK-CLIENT-MASTER THRU 300-EXIT
               WHEN "CS"
                   PERFORM 305-MASK-CLIENT-SALES THRU 305-EXIT
               WHEN "BK"
                   PERFORM 310-MASK-BOOKING THRU 310-EXIT
               WHEN "PX"
                   PERFORM 315-MASK-PASSENGER THRU 315-EXIT
               WHEN "EX"
                   PERFORM 320-MASK-EXEMPT THRU 320-EXIT
               WHEN "HI"
                   PERFORM 325-MASK-HISTORY THRU 325-EXIT
               WHEN "TR"
                   PERFORM 330-MASK-TRIP THRU 330-EXIT
               WHEN "RF"
                   PERFORM 335-MASK-REFUND THRU 335-EXIT
               WHEN "NS"
                   MOVE WS-IMAGE TO NSF-RECORD
                   MOVE NSF-DATE TO WS-REC-DATE
               WHEN "UB"
                   PERFORM 345-MASK-USED-BIKE THRU 345-EXIT
               WHEN "WO"
                   PERFORM 350-MASK-WORK-ORDER THRU 350-EXIT
               WHEN "WC"
                   PERFORM 355-MASK-CLAIM THRU 355-EXIT
               WHEN "NT"
                   PERFORM 360-MASK-CONTACT-NOTE THRU 360-EXIT
               WHEN "CN"
                   PERFORM 365-MASK-COLLECTION-NOTE THRU 365-EXIT
           END-EVALUATE.
       220-EXIT.

       240-CLOSE-SOURCE.
           EVALUATE WS-EXT-LAYOUT (WS-FILE-SUB)
               WHEN "CM"
                   CLOSE CLIENT-MASTER-FILE
               WHEN "CS"
                   CLOSE CLIENT-SALES-FILE
               WHEN "BK"
                   CLOSE BOOKING-FILE
               WHEN "EX"
                   CLOSE EXEMPT-CERT-FILE
               WHEN OTHER
                   CLOSE LINE-SRC-FILE
           END-EVALUATE.
       240-EXIT.

      ******************************************************************
      * 250-BUILD-TEST-PATH PUTS THE PRODUCTION FILE'S NAME (WHAT
      * FOLLOWS THE LAST BACKSLASH) AFTER THE TEST DIRECTORY.
      ******************************************************************
       250-BUILD-TEST-PATH.
           MOVE 1 TO WS-NAME-START
           PERFORM 255-FIND-FILE-NAME THRU 255-EXIT
               VARYING WS-HASH-SUB FROM 60 BY -1
               UNTIL WS-HASH-SUB < 1
               OR WS-NAME-START > 1
           MOVE SPACES TO WS-DST-PATH
           STRING UT-SYS-TESTDIR (1:WS-DIR-LENGTH) DELIMITED BY SIZE
               WS-EXT-PATH (WS-FILE-SUB) (WS-NAME-START:)
                   DELIMITED BY SPACE
               INTO WS-DST-PATH
           END-STRING.
       250-EXIT.

       255-FIND-FILE-NAME.
           IF WS-EXT-PATH (WS-FILE-SUB) (WS-HASH-SUB:1) = "\"
               COMPUTE WS-NAME-START = WS-HASH-SUB + 1
           END-IF.
       255-EXIT.

      ******************************************************************
      * 300 THROUGH 365 MASK ONE RECORD THROUGH ITS LAYOUT. A PERSON
      * ON FILE UNDER A CLIENT NUMBER IS MADE UP FROM THE NUMBER;
      * ANYONE ELSE FROM WHAT WAS THERE. A BLANK FIELD STAYS BLANK.
      ******************************************************************
       300-MASK-CLIENT-MASTER.
           MOVE CM-CLIENT-NO TO WS-SEED-CLIENT
           PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF CM-CLIENT-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO CM-CLIENT-NAME
           END-IF
           IF CM-CLIENT-ADDRESS NOT = SPACES
               MOVE WS-FAKE-ADDRESS TO CM-CLIENT-ADDRESS
           END-IF
           IF CM-CLIENT-PHONE NOT = SPACES
               MOVE WS-FAKE-PHONE TO CM-CLIENT-PHONE
           END-IF
           MOVE CM-MASTER-RECORD TO WS-IMAGE.
       300-EXIT.

       305-MASK-CLIENT-SALES.
           MOVE CS-CLIENT-NO TO WS-SEED-CLIENT
           PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF CS-CLIENT-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO CS-CLIENT-NAME
           END-IF
           MOVE CLIENT-SALES-RECORD TO WS-IMAGE.
       305-EXIT.

       310-MASK-BOOKING.
           MOVE BK-CLIENT-NO TO WS-SEED-CLIENT
           PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF BK-CLIENT-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO BK-CLIENT-NAME
           END-IF
           MOVE BK-RECORD TO WS-IMAGE.
       310-EXIT.

       315-MASK-PASSENGER.
           MOVE WS-IMAGE TO PAX-RECORD
           IF PAX-NAME NOT = SPACES
               MOVE PAX-NAME TO WS-HASH-TEXT
               PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
               PERFORM 450-MAKE-PERSON THRU 450-EXIT
               MOVE WS-FAKE-NAME TO PAX-NAME
           END-IF
           IF PAX-DOC-NUMBER NOT = SPACES
               MOVE PAX-DOC-NUMBER TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-FAKE-NUMBER TO PAX-DOC-NUMBER
           END-IF
           IF PAX-BIRTH-DATE NOT = SPACES
               PERFORM 470-MAKE-BIRTH-DATE THRU 470-EXIT
           END-IF
           MOVE PAX-RECORD TO WS-IMAGE.
       315-EXIT.

       320-MASK-EXEMPT.
           MOVE EX-CLIENT-NO TO WS-SEED-CLIENT
           PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF EX-HOLDER-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO EX-HOLDER-NAME
           END-IF
           MOVE EX-RECORD TO WS-IMAGE.
       320-EXIT.

       325-MASK-HISTORY.
           MOVE WS-IMAGE TO HIST-RECORD
           MOVE HIST-INVOICE-DATE TO WS-REC-DATE
           IF HIST-CLIENT-NO NOT = SPACES
               MOVE HIST-CLIENT-NO TO WS-SEED-CLIENT
               PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           ELSE
               MOVE HIST-NAME TO WS-HASH-TEXT
               PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
           END-IF
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF HIST-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO HIST-NAME
           END-IF
           IF HIST-ADDRESS NOT = SPACES
               MOVE WS-FAKE-ADDRESS TO HIST-ADDRESS
           END-IF
           IF HIST-PHONE NOT = SPACES
               MOVE WS-FAKE-PHONE TO HIST-PHONE
           END-IF
           IF HIST-SERIAL-NO NOT = SPACES
               MOVE HIST-SERIAL-NO TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-FAKE-NUMBER TO HIST-SERIAL-NO
           END-IF
           MOVE HIST-RECORD TO WS-IMAGE.
       325-EXIT.

       330-MASK-TRIP.
           MOVE TR-TRIP-DATE TO WS-REC-DATE
           MOVE TR-CLIENT-NO TO WS-SEED-CLIENT
           PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF TR-CLIENT-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO TR-CLIENT-NAME
           END-IF.
       330-EXIT.

       335-MASK-REFUND.
           MOVE WS-IMAGE TO RF-RECORD
           MOVE RF-CANCELLED-DATE TO WS-REC-DATE
           MOVE RF-CLIENT-NO TO WS-SEED-CLIENT
           PERFORM 400-SEED-FROM-CLIENT THRU 400-EXIT
           PERFORM 450-MAKE-PERSON THRU 450-EXIT
           IF RF-CLIENT-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO RF-CLIENT-NAME
           END-IF
           IF RF-CHECK-NO NOT = SPACES
               MOVE RF-CHECK-NO TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-DIGITS-6 TO RF-CHECK-NO
           END-IF
           MOVE RF-RECORD TO WS-IMAGE.
       335-EXIT.

       345-MASK-USED-BIKE.
           MOVE WS-IMAGE TO UBL-RECORD
           MOVE UBL-DATE TO WS-REC-DATE
           IF UBL-SELLER-NAME NOT = SPACES
               MOVE UBL-SELLER-NAME TO WS-HASH-TEXT
               PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
               PERFORM 450-MAKE-PERSON THRU 450-EXIT
               MOVE WS-FAKE-NAME TO UBL-SELLER-NAME
               IF UBL-SELLER-ADDRESS NOT = SPACES
                   MOVE WS-FAKE-ADDRESS TO UBL-SELLER-ADDRESS
               END-IF
               IF UBL-SELLER-PHONE NOT = SPACES
                   MOVE WS-FAKE-PHONE TO UBL-SELLER-PHONE
               END-IF
           END-IF
           IF UBL-ID-NUMBER NOT = SPACES
               MOVE UBL-ID-NUMBER TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-FAKE-NUMBER TO UBL-ID-NUMBER
           END-IF
           IF UBL-SERIAL NOT = SPACES
               MOVE UBL-SERIAL TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-FAKE-NUMBER TO UBL-SERIAL
           END-IF
           MOVE UBL-RECORD TO WS-IMAGE.
       345-EXIT.

       350-MASK-WORK-ORDER.
           MOVE WS-IMAGE TO WO-RECORD
           MOVE WO-DATE TO WS-REC-DATE
           IF WO-SERIAL-NO NOT = SPACES
               MOVE WO-SERIAL-NO TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-FAKE-NUMBER TO WO-SERIAL-NO
           END-IF
           MOVE WO-RECORD TO WS-IMAGE.
       350-EXIT.

       355-MASK-CLAIM.
           MOVE WS-IMAGE TO WC-RECORD
           MOVE WC-REPAIR-DATE TO WS-REC-DATE
           IF WC-SERIAL-NO NOT = SPACES
               MOVE WC-SERIAL-NO TO WS-HASH-TEXT
               PERFORM 460-MAKE-NUMBER THRU 460-EXIT
               MOVE WS-FAKE-NUMBER TO WC-SERIAL-NO
           END-IF
           MOVE WC-RECORD TO WS-IMAGE.
       355-EXIT.

       360-MASK-CONTACT-NOTE.
           MOVE WS-IMAGE TO NT-RECORD
           MOVE NT-DATE TO WS-REC-DATE
           IF NT-NOTE-TEXT NOT = SPACES
               MOVE NT-NOTE-TEXT TO WS-HASH-TEXT
               PERFORM 480-MAKE-NOTE THRU 480-EXIT
               MOVE WS-FAKE-NOTE TO NT-NOTE-TEXT
           END-IF
           MOVE NT-RECORD TO WS-IMAGE.
       360-EXIT.

       365-MASK-COLLECTION-NOTE.
           MOVE WS-IMAGE TO CN-RECORD
           MOVE CN-DATE TO WS-REC-DATE
           IF CN-REMARK NOT = SPACES
               MOVE CN-REMARK TO WS-HASH-TEXT
               PERFORM 480-MAKE-NOTE THRU 480-EXIT
               MOVE WS-FAKE-NOTE TO CN-REMARK
           END-IF
           MOVE CN-RECORD TO WS-IMAGE.
       365-EXIT.

      ******************************************************************
      * 400-SEED-FROM-CLIENT SEEDS THE MADE-UP VALUES WITH THE CLIENT
      * NUMBER ITSELF, SO EVERY FILE GIVES A CLIENT THE SAME ONES. A
      * CLIENT NUMBER THAT IS NOT ALL DIGITS IS SEEDED FROM ITS TEXT.
      ******************************************************************
       400-SEED-FROM-CLIENT.
           IF WS-SEED-CLIENT NUMERIC
               MOVE WS-SEED-CLIENT TO WS-SEED
           ELSE
               MOVE WS-SEED-CLIENT TO WS-HASH-TEXT
               PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
           END-IF.
       400-EXIT.

      ******************************************************************
      * 410-SEED-FROM-TEXT WORKS A NUMBER OUT OF THE CHARACTERS OF
      * WS-HASH-TEXT - THE SAME TEXT ALWAYS GIVES THE SAME NUMBER.
      ******************************************************************
       410-SEED-FROM-TEXT.
           MOVE ZEROS TO WS-HASH-VALUE
           PERFORM 420-HASH-CHARACTER THRU 420-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 40
           COMPUTE WS-SEED = FUNCTION MOD (WS-HASH-VALUE, 100000).
       410-EXIT.

       420-HASH-CHARACTER.
           COMPUTE WS-HASH-VALUE = FUNCTION MOD
               (WS-HASH-VALUE * 31
                   + FUNCTION ORD (WS-HASH-TEXT (WS-HASH-SUB:1)),
                999999937).
       420-EXIT.

      ******************************************************************
      * 450-MAKE-PERSON MAKES UP A NAME (30 FIRST NAMES BY 30 LAST
      * NAMES, SO CLIENTS 1 THROUGH 900 ALL DIFFER), A STREET ADDRESS,
      * AND A 555 PHONE NUMBER FROM THE SEED.
      ******************************************************************
       450-MAKE-PERSON.
           COMPUTE WS-PICK = FUNCTION MOD (WS-SEED, 30) + 1
           COMPUTE WS-PICK-LAST = FUNCTION MOD (WS-SEED / 30, 30) + 1
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME (WS-PICK) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LAST-NAME (WS-PICK-LAST) DELIMITED BY SPACE
               INTO WS-FAKE-NAME
           END-STRING
           COMPUTE WS-HOUSE-NO = FUNCTION MOD (WS-SEED * 7, 9000) + 100
           MOVE WS-HOUSE-NO TO WS-HOUSE-EDIT
           COMPUTE WS-PICK = FUNCTION MOD (WS-SEED / 900, 21) + 1
           MOVE SPACES TO WS-FAKE-ADDRESS
           STRING FUNCTION TRIM (WS-HOUSE-EDIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREET (WS-PICK) DELIMITED BY SIZE
               INTO WS-FAKE-ADDRESS
           END-STRING
           COMPUTE WS-AREA-CODE = FUNCTION MOD (WS-SEED, 789) + 201
           COMPUTE WS-LINE-NO = FUNCTION MOD (WS-SEED * 13, 10000)
           MOVE SPACES TO WS-FAKE-PHONE
           STRING "(" WS-AREA-CODE ") 555-" WS-LINE-NO
               DELIMITED BY SIZE
               INTO WS-FAKE-PHONE
           END-STRING.
       450-EXIT.

      ******************************************************************
      * 460-MAKE-NUMBER MAKES UP A SERIAL, DOCUMENT, OR ID NUMBER
      * FROM THE ORIGINAL IN WS-HASH-TEXT ("TS" AND EIGHT DIGITS),
      * AND SIX DIGITS FOR A CHECK NUMBER.
      ******************************************************************
       460-MAKE-NUMBER.
           PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
           COMPUTE WS-DIGITS-8 = FUNCTION MOD (WS-HASH-VALUE, 100000000)
           COMPUTE WS-DIGITS-6 = FUNCTION MOD (WS-HASH-VALUE, 1000000)
           MOVE SPACES TO WS-FAKE-NUMBER
           STRING "TS" WS-DIGITS-8 DELIMITED BY SIZE
               INTO WS-FAKE-NUMBER
           END-STRING.
       460-EXIT.

      ******************************************************************
      * 470-MAKE-BIRTH-DATE KEEPS THE YEAR OF BIRTH (SO AGE CHECKS
      * STILL COME OUT ABOUT THE SAME) AND MAKES UP THE MONTH AND
      * DAY. A BIRTH DATE THAT IS NOT A DATE IS BLANKED.
      ******************************************************************
       470-MAKE-BIRTH-DATE.
           IF PAX-BIRTH-DATE NOT NUMERIC
               MOVE SPACES TO PAX-BIRTH-DATE
               GO TO 470-EXIT
           END-IF
           MOVE PAX-BIRTH-DATE TO WS-HASH-TEXT
           PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
           COMPUTE WS-BIRTH-MONTH = FUNCTION MOD (WS-SEED, 12) + 1
           COMPUTE WS-BIRTH-DAY = FUNCTION MOD (WS-SEED / 12, 28) + 1
           MOVE WS-BIRTH-MONTH TO PAX-BIRTH-DATE (5:2)
           MOVE WS-BIRTH-DAY TO PAX-BIRTH-DATE (7:2).
       470-EXIT.

      ******************************************************************
      * 480-MAKE-NOTE REPLACES FREE TEXT, WHICH MAY HOLD ANYTHING A
      * CLIENT SAID, WITH ONE OF A FEW ORDINARY NOTES.
      ******************************************************************
       480-MAKE-NOTE.
           PERFORM 410-SEED-FROM-TEXT THRU 410-EXIT
           COMPUTE WS-PICK = FUNCTION MOD (WS-SEED, 6) + 1
           MOVE WS-NOTE (WS-PICK) TO WS-FAKE-NOTE.
       480-EXIT.

      ******************************************************************
      * 700-REPORT-FILE PRINTS ONE FILE'S LINE OF THE MANIFEST, WITH
      * A NOTE OF ANY LOG RECORDS LEFT OUT FOR THEIR DATE.
      ******************************************************************
       700-REPORT-FILE.
           MOVE WS-EXT-TITLE (WS-FILE-SUB) TO TXD-TITLE
           MOVE WS-CNT-READ (WS-FILE-SUB) TO TXD-READ
           MOVE WS-CNT-COPIED (WS-FILE-SUB) TO TXD-COPIED
           MOVE WS-CNT-MASKED (WS-FILE-SUB) TO TXD-MASKED
           IF WS-CNT-STATUS (WS-FILE-SUB) = "COPIED"
               MOVE WS-EXT-FIELDS (WS-FILE-SUB) TO TXD-FIELDS
           ELSE
               MOVE WS-CNT-STATUS (WS-FILE-SUB) TO TXD-FIELDS
           END-IF
           WRITE REPORT-RECORD FROM TX-DETAIL-LINE
           IF WS-CNT-OUT-OF-RANGE (WS-FILE-SUB) > ZEROS
               MOVE WS-CNT-OUT-OF-RANGE (WS-FILE-SUB) TO TXN-COUNT
               MOVE SPACES TO TXN-TEXT
               STRING TXN-COUNT DELIMITED BY SIZE
                   " DATED OUTSIDE THE RANGE - NOT COPIED"
                       DELIMITED BY SIZE
                   INTO TXN-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM TX-NOTE-LINE
           END-IF.
       700-EXIT.
