       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MGMTPACK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Monthly management pack. Gathers the month-end reports the
      * owner used to collect by hand into ONE spooled document: a
      * one-page executive summary, then a supporting section per
      * report, each starting on its own numbered spool page.
      *
      * The executive summary carries seven headline figures, each
      * against the prior month and the same month last year with
      * the variance in dollars and percent:
      *
      *   sales             the month's standing invoices net of tax,
      *                     less the goods value of the month's line
      *                     returns - the Z-report figures, off the
      *                     daily sales summary SUMBUILD keeps (see
      *                     copybooks/DLYSALES.cpy)
      *   margin percent    GMREPORT's totals line, when the gross
      *                     margin report on file covers the month
      *   travel bookings   REGDASH's agency total trip cost, when
      *                     the dashboard is from a run in the month
      *   commission paid   the payments COMMPAY recorded on its
      *                     payment history dated in the month
      *   receivables over  ARBILL's aging, over-60 and over-90
      *   60 days           buckets, when the aging is dated in the
      *                     month
      *   inventory value   on hand in both stores at unit cost, off
      *                     the inventory file
      *   portfolio value   HOLDVAL's all-portfolios total, when the
      *                     valuation is dated in the month
      *
      * The comparisons come from the pack's own figure history (see
      * copybooks/MGMTHIST.cpy), which every run appends to. An input
      * that is missing or is not for the month is never printed as
      * a zero: the figure reads NOT AVAILABLE, a warning says which
      * report to run, and the warnings are listed on the summary
      * page. The supporting sections are the month's Z-report
      * figures by trading day, then the report files GMREPORT,
      * REGDASH, REGTREND, ARBILL's aging, TRIPPAY's aging, COMMPAY's
      * register, HOLDVAL, and INVREORD's reorder list last wrote,
      * copied in as printed.
      *
      * Scheduled on the last business day of the month (processing
      * calendar frequency M), after the month's other reports. The
      * run is written to the run log; a pack the spool will not take
      * ends the run with return code 1.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the daily sales summary.

       SELECT DAILY-SALES-FILE
               ASSIGN TO UT-SYS-DLYSALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMFILE-STATUS.

      * Select statement for the invoice line return log.

       SELECT INVOICE-RETURN-FILE
               ASSIGN TO UT-SYS-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      * Select statement for whichever finished report is being read
      * for its figures or copied into the pack.

       SELECT REPORT-IN-FILE
               ASSIGN TO WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      * Select statement for COMMPAY's payment-history file.

       SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO UT-SYS-PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

      * Select statement for the shared indexed inventory file.

       SELECT INVENTORY-FILE
               ASSIGN TO UT-SYS-INVENTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statement for the pack's figure history.

       SELECT PACK-HISTORY-FILE
               ASSIGN TO UT-SYS-PACKHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKHIST-STATUS.

      * Select statement for the shared run-log file.

       SELECT RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the daily sales summary.

       FD  DAILY-SALES-FILE.
           COPY DLYSALES.

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the report being read.

       FD  REPORT-IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-IN-RECORD                   PIC X(132).

      * File description for the payment-history file - must stay in
      * step with PAYMENT-HISTORY-RECORD in COMMPAY.cbl.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  PAYMENT-HISTORY-RECORD.
           05 PH-PAYMENT-DATE                PIC 9(8).
           05 PH-SALESPERSON-ID              PIC X(4).
           05 PH-AMOUNT-PAID                 PIC S9(9)V99.
           05 PH-UNUSED                      PIC X.

      * File description for the shared inventory file.

       FD  INVENTORY-FILE.
       COPY INVENTFD.

      * File description for the pack's figure history.

       FD  PACK-HISTORY-FILE.
           COPY MGMTHIST.

      * File description for the shared run-log file.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-SUMFILE-STATUS               PIC XX.
          05 WS-SUM-EOF                      PIC XXX VALUE "NO".
          05 WS-RETURNS-STATUS               PIC XX.
          05 WS-RET-EOF                      PIC XXX VALUE "NO".
          05 WS-IN-STATUS                    PIC XX.
          05 WS-IN-EOF                       PIC XXX.
          05 WS-IN-PATH                      PIC X(60).
          05 WS-PAYHIST-STATUS               PIC XX.
          05 WS-PAY-EOF                      PIC XXX VALUE "NO".
          05 WS-INVENTORY-STATUS             PIC XX.
          05 WS-INV-EOF                      PIC XXX VALUE "NO".
          05 WS-PACKHIST-STATUS              PIC XX.
          05 WS-HIST-EOF                     PIC XXX VALUE "NO".
          05 WS-PRIOR-FOUND                  PIC XXX VALUE "NO".
          05 WS-LY-FOUND                     PIC XXX VALUE "NO".
          05 WS-MONTH                        PIC 9(6).
          05 WS-MONTH-FIRST                  PIC 9(8).
          05 WS-PRIOR-MONTH                  PIC 9(6).
          05 WS-LY-MONTH                     PIC 9(6).
          05 WS-WORK-YEAR                    PIC 9(4).
          05 WS-WORK-MM                      PIC 99.
          05 WS-FIG-SUB                      PIC 9.
          05 WS-SEC-SUB                      PIC 9.
          05 WS-DAY-SUB                      PIC 99.
          05 WS-WARN-SUB                     PIC 99.
          05 WS-AGENCY-SEEN                  PIC XXX.
          05 WS-FIGURE-SEEN                  PIC XXX.
          05 WS-DATE-OK                      PIC XXX.
          05 WS-SPOOL-FAILED                 PIC XXX VALUE "NO".
          05 WS-REPORT-DATE-X                PIC X(8).
          05 WS-REPORT-TO-X                  PIC X(8).
          05 WS-AMOUNT                       PIC S9(11)V99.
          05 WS-REVENUE                      PIC S9(11)V99.
          05 WS-MARGIN                       PIC S9(11)V99.
          05 WS-ITEM-UNITS                   PIC 9(6).
          05 WS-COMPARE-AMOUNT               PIC S9(11)V99.
          05 WS-VARIANCE                     PIC S9(11)V99.
          05 WS-VAR-PCT                      PIC S9(5)V9.
          05 WS-VAR-AMOUNT-X                 PIC X(15).
          05 WS-VAR-PCT-X                    PIC X(8).
          05 WS-WARN-TEXT                    PIC X(100).
          05 WS-FIG-NAME                     PIC X(24).

      * A sale date split into its month and its day, for the
      * trading-day table.

       01 WS-DATE-WORK                       PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
          05 WS-DP-MONTH                     PIC 9(6).
          05 WS-DP-DAY                       PIC 99.

      * The seven headline figures: this month's, the prior month's,
      * and last year's same month, each with a flag saying it is on
      * file. Subscripts follow copybooks/MGMTHIST.cpy - 1 sales,
      * 2 margin percent, 3 travel bookings, 4 commission paid,
      * 5 receivables over 60, 6 inventory value, 7 portfolio value.

       01 WS-FIGURE-TABLE.
          05 WS-FIG-ENTRY OCCURS 7 TIMES.
             10 WS-FIG-LABEL                 PIC X(22).
             10 WS-FIG-CUR                   PIC S9(11)V99.
             10 WS-FIG-CUR-FLAG              PIC X.
             10 WS-FIG-PRIOR                 PIC S9(11)V99.
             10 WS-FIG-PRIOR-FLAG            PIC X.
             10 WS-FIG-LY                    PIC S9(11)V99.
             10 WS-FIG-LY-FLAG               PIC X.

      * The month's Z-report figures by day of the month, and the
      * month's totals.

       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
             10 WS-DY-INVOICES               PIC 9(5).
             10 WS-DY-GROSS                  PIC 9(8)V99.
             10 WS-DY-TAX                    PIC 9(8)V99.
             10 WS-DY-NET                    PIC 9(8)V99.
             10 WS-DY-VOIDS                  PIC 9(5).
             10 WS-DY-VOIDED                 PIC 9(8)V99.
             10 WS-DY-RETURNS                PIC 9(8)V99.

       01 WS-MONTH-TOTALS.
          05 WS-MT-INVOICES                  PIC 9(7).
          05 WS-MT-GROSS                     PIC 9(9)V99.
          05 WS-MT-TAX                       PIC 9(9)V99.
          05 WS-MT-NET                       PIC 9(9)V99.
          05 WS-MT-VOIDS                     PIC 9(7).
          05 WS-MT-VOIDED                    PIC 9(9)V99.
          05 WS-MT-RETURNS                   PIC 9(9)V99.

      * The supporting report sections, in pack order: the report
      * each copies in, the program that writes it, whether it was on
      * hand, and any warning to print at the head of the section.
      * Entries 1, 2, 4, and 7 also feed headline figures.

       01 WS-SECTION-TABLE.
          05 WS-SEC-ENTRY OCCURS 8 TIMES.
             10 WS-SEC-TITLE                 PIC X(40).
             10 WS-SEC-PROGRAM               PIC X(8).
             10 WS-SEC-PATH                  PIC X(60).
             10 WS-SEC-FIGURE                PIC X(24).
             10 WS-SEC-ON-FILE               PIC XXX.
             10 WS-SEC-NOTE                  PIC X(100).

      * Warnings for the summary page - every input missing or not
      * for the month.

       01 WS-WARNING-TABLE.
          05 WS-WARN-COUNT                   PIC 99 VALUE 0.
          05 WS-WARN-ENTRY OCCURS 20 TIMES   PIC X(100).

      * The report line being read, and the views of it the figures
      * are picked off - each laid out as the producing program
      * prints it.

       01 WS-IN-LINE                         PIC X(132).

      * GMREPORT's first heading line and its totals trailer.

       01 WS-IN-MARGIN-HEADING REDEFINES WS-IN-LINE.
          05 IN-GMH-TITLE                    PIC X(21).
          05 IN-GMH-FROM                     PIC X(8).
          05                                 PIC X(4).
          05 IN-GMH-TO                       PIC X(8).
          05                                 PIC X(91).
       01 WS-IN-MARGIN-TRAILER REDEFINES WS-IN-LINE.
          05 IN-GMT-LABEL                    PIC X(37).
          05 IN-GMT-REVENUE                  PIC -$,$$$,$$$,$$9.99.
          05 IN-GMT-COST                     PIC -$,$$$,$$$,$$9.99.
          05 IN-GMT-MARGIN                   PIC -$,$$$,$$$,$$9.99.
          05                                 PIC X(44).

      * REGDASH's page heading and its amount lines.

       01 WS-IN-DASH-HEADING REDEFINES WS-IN-LINE.
          05 IN-DBH-TITLE                    PIC X(18).
          05                                 PIC X(26).
          05 IN-DBH-DATE                     PIC X(8).
          05                                 PIC X(80).
       01 WS-IN-DASH-AMOUNT REDEFINES WS-IN-LINE.
          05 IN-DBA-LABEL                    PIC X(24).
          05 IN-DBA-AMOUNT                   PIC $$$,$$$,$$9.99.
          05                                 PIC X(94).

      * ARBILL's aging heading and its detail lines.

       01 WS-IN-AGING-HEADING REDEFINES WS-IN-LINE.
          05 IN-AGH-TITLE                    PIC X(30).
          05 IN-AGH-DATE                     PIC X(8).
          05                                 PIC X(94).
       01 WS-IN-AGING-DETAIL REDEFINES WS-IN-LINE.
          05 IN-AGD-CLIENT                   PIC X(5).
          05                                 PIC X(28).
          05 IN-AGD-CURRENT                  PIC -ZZ,ZZ9.99.
          05                                 PIC X(2).
          05 IN-AGD-OVER30                   PIC -ZZ,ZZ9.99.
          05                                 PIC X(2).
          05 IN-AGD-OVER60                   PIC -ZZ,ZZ9.99.
          05                                 PIC X(2).
          05 IN-AGD-OVER90                   PIC -ZZ,ZZ9.99.
          05                                 PIC X(53).

      * HOLDVAL's page heading and its totals lines.

       01 WS-IN-VALUE-HEADING REDEFINES WS-IN-LINE.
          05 IN-HVH-TITLE                    PIC X(30).
          05 IN-HVH-DATE                     PIC X(8).
          05                                 PIC X(94).
       01 WS-IN-VALUE-TOTAL REDEFINES WS-IN-LINE.
          05 IN-HVT-LABEL                    PIC X(33).
          05 IN-HVT-MARKET-VALUE             PIC $$,$$$,$$$,$$9.99.
          05                                 PIC X(82).

      * Pack lines.

       01 PK-HEADING1.
          05                                 PIC X(36) VALUE
               "MONTHLY MANAGEMENT PACK - MONTH OF ".
          05 PKH-MONTH                       PIC X(7).
          05                                 PIC X(17)
                                    VALUE "   BUSINESS DATE ".
          05 PKH-DATE                        PIC 9(8).
          05                                 PIC X(64) VALUE SPACES.

       01 PK-MONTH-SHOW.
          05 PKM-YEAR                        PIC 9(4).
          05                                 PIC X     VALUE "/".
          05 PKM-MM                          PIC 99.

       01 PK-COLUMN-HEADING1.
          05                                 PIC X(22) VALUE SPACES.
          05                                 PIC X(15)
                                    VALUE "     THIS MONTH".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(15)
                                    VALUE "    PRIOR MONTH".
          05                                 PIC X(15)
                                    VALUE "       VARIANCE".
          05                                 PIC X(8)
                                    VALUE "   VAR %".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(15)
                                    VALUE "      LAST YEAR".
          05                                 PIC X(15)
                                    VALUE "       VARIANCE".
          05                                 PIC X(8)
                                    VALUE "   VAR %".
          05                                 PIC X(15) VALUE SPACES.

       01 PK-COLUMN-HEADING2.
          05                                 PIC X(22) VALUE SPACES.
          05                                 PIC X(8)  VALUE SPACES.
          05 PKC-MONTH                       PIC X(7).
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(8)  VALUE SPACES.
          05 PKC-PRIOR-MONTH                 PIC X(7).
          05                                 PIC X(23) VALUE SPACES.
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(8)  VALUE SPACES.
          05 PKC-LY-MONTH                    PIC X(7).
          05                                 PIC X(38) VALUE SPACES.

       01 PK-FIGURE-LINE.
          05 PKF-LABEL                       PIC X(22).
          05 PKF-CURRENT                     PIC X(15).
          05                                 PIC X(2)  VALUE SPACES.
          05 PKF-PRIOR                       PIC X(15).
          05 PKF-PRIOR-VAR                   PIC X(15).
          05 PKF-PRIOR-PCT                   PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 PKF-LY                          PIC X(15).
          05 PKF-LY-VAR                      PIC X(15).
          05 PKF-LY-PCT                      PIC X(8).
          05                                 PIC X(15) VALUE SPACES.

       01 PK-EDIT-AMOUNT                     PIC ----,---,--9.99.

       01 PK-EDIT-PERCENT.
          05 PKE-PCT                         PIC ----9.9.
          05                                 PIC X     VALUE "%".

       01 PK-SECTION-HEADING.
          05                                 PIC X(8)  VALUE "SECTION ".
          05 PKS-NUMBER                      PIC 9.
          05                                 PIC X(3)  VALUE " - ".
          05 PKS-TITLE                       PIC X(40).
          05                                 PIC X(2)  VALUE SPACES.
          05 PKS-PROGRAM                     PIC X(8).
          05                                 PIC X(70) VALUE SPACES.

       01 PK-DAY-HEADING.
          05                                 PIC X(10)
                                    VALUE "DATE".
          05                                 PIC X(8)  VALUE "INVOICES".
          05                                 PIC X(3)  VALUE SPACES.
          05                                 PIC X(15)
                                    VALUE "    GROSS SALES".
          05                                 PIC X(15)
                                    VALUE "      SALES TAX".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(5)  VALUE "VOIDS".
          05                                 PIC X(15)
                                    VALUE "   VALUE VOIDED".
          05                                 PIC X(15)
                                    VALUE " GOODS RETURNED".
          05                                 PIC X(15)
                                    VALUE "      NET SALES".
          05                                 PIC X(29) VALUE SPACES.

       01 PK-DAY-LINE.
          05 PKD-DATE                        PIC X(8).
          05                                 PIC X(2)  VALUE SPACES.
          05 PKD-INVOICES                    PIC ZZZZZZZ9.
          05                                 PIC X(3)  VALUE SPACES.
          05 PKD-GROSS                       PIC -ZZZ,ZZZ,ZZ9.99.
          05 PKD-TAX                         PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 PKD-VOIDS                       PIC ZZZZ9.
          05 PKD-VOIDED                      PIC -ZZZ,ZZZ,ZZ9.99.
          05 PKD-RETURNS                     PIC -ZZZ,ZZZ,ZZ9.99.
          05 PKD-NET                         PIC -ZZZ,ZZZ,ZZ9.99.
          05                                 PIC X(29) VALUE SPACES.

       01 PK-MESSAGE-LINE.
          05 PKM-TEXT                        PIC X(132).

      * Run-log counters and the business date the record is
      * stamped with (see copybooks/BDATEWS.cpy).

       01 WS-RUNLOG-VARS.
          COPY RUNLOGWS.

       COPY BDATEWS.

       01 WS-BUSDATE-X                       PIC X(8).

      * Parameter block for the shared SUMBUILD builder - the daily
      * sales summary is made ready through the business date before
      * it is read.

       COPY SUMBLDWS.

      * Parameter block for the shared SPOOLER print spool - the pack
      * is written to the spool line by line, a new page per section.

       COPY SPOOLWS.

      * Files

       01 WS-FILES.
          05 UT-SYS-DLYSALES                 PIC X(60)
          VALUE "C:\COBOL\DailySales.txt".
          05 UT-SYS-RETURNS                  PIC X(60)
          VALUE "C:\COBOL\InvoiceReturns.txt".
          05 UT-SYS-PAYHIST                  PIC X(60)
          VALUE "C:\COBOL\CommissionPayments.txt".
          05 UT-SYS-INVENTORY                PIC X(60)
          VALUE "C:\COBOL\Inventory.dat".
          05 UT-SYS-PACKHIST                 PIC X(60)
          VALUE "C:\COBOL\MgmtPackHist.txt".
          05 UT-SYS-GMREPORT                 PIC X(60)
          VALUE "C:\COBOL\GrossMargin.txt".
          05 UT-SYS-DASHBOARD                PIC X(60)
          VALUE "C:\COBOL\RegionDashboard.txt".
          05 UT-SYS-REGTREND                 PIC X(60)
          VALUE "C:\COBOL\RegionTrend.txt".
          05 UT-SYS-ARAGING                  PIC X(60)
          VALUE "C:\COBOL\ARAging.txt".
          05 UT-SYS-TRIPAGING                PIC X(60)
          VALUE "C:\COBOL\PaymentAging.txt".
          05 UT-SYS-COMMREG                  PIC X(60)
          VALUE "C:\COBOL\CommPayRegister.txt".
          05 UT-SYS-HOLDVAL                  PIC X(60)
          VALUE "C:\COBOL\HoldingsValue.txt".
          05 UT-SYS-REORDRPT                 PIC X(60)
          VALUE "C:\COBOL\InventoryReorder.txt".

      * Start of procedure division

       PROCEDURE DIVISION.

      ******************************************************************
      * 000-MAIN-MODULE SETS UP THE MONTH, LOADS THE COMPARISONS,
      * GATHERS THE HEADLINE FIGURES, SPOOLS THE PACK, AND RECORDS
      * THE MONTH'S FIGURES FOR THE PACKS TO COME.
      ******************************************************************
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE (9:6)
               TO WS-RUNLOG-START-TIME
           CALL "BDATE" USING BD-PARMS
           MOVE BD-BUSINESS-DATE TO WS-BUSDATE-X
           PERFORM 050-SET-UP-MONTH THRU 050-EXIT
           PERFORM 100-LOAD-PACK-HISTORY THRU 100-EXIT
           PERFORM 150-CHECK-SECTION-FILES THRU 150-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > 8
           PERFORM 200-GATHER-SALES THRU 200-EXIT
           PERFORM 300-GATHER-MARGIN THRU 300-EXIT
           PERFORM 320-GATHER-TRAVEL THRU 320-EXIT
           PERFORM 340-GATHER-COMMISSION THRU 340-EXIT
           PERFORM 360-GATHER-RECEIVABLES THRU 360-EXIT
           PERFORM 380-GATHER-INVENTORY THRU 380-EXIT
           PERFORM 400-GATHER-PORTFOLIO THRU 400-EXIT
           PERFORM 500-WRITE-PACK THRU 500-EXIT
           IF WS-SPOOL-FAILED = "YES"
               DISPLAY "MANAGEMENT PACK COULD NOT BE SPOOLED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "MANAGEMENT PACK SPOOLED TO " SP-SPOOL-PATH
           DISPLAY "MANAGEMENT PACK FOR " PKH-MONTH " WRITTEN - "
               WS-WARN-COUNT " INPUT WARNING(S)"
           PERFORM 800-APPEND-PACK-HISTORY THRU 800-EXIT
           PERFORM 980-WRITE-RUN-LOG THRU 980-EXIT
       STOP RUN.

      ******************************************************************
      * 050-SET-UP-MONTH WORKS OUT THE PACK MONTH OFF THE BUSINESS
      * DATE, THE TWO MONTHS IT IS COMPARED TO, THE FIGURE LABELS,
      * AND THE SUPPORTING SECTIONS.
      ******************************************************************
       050-SET-UP-MONTH.
           COMPUTE WS-MONTH = BD-BUSINESS-DATE / 100
           COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1
           COMPUTE WS-WORK-YEAR = WS-MONTH / 100
           COMPUTE WS-WORK-MM = WS-MONTH - (WS-WORK-YEAR * 100)
           IF WS-WORK-MM = 1
               COMPUTE WS-PRIOR-MONTH = (WS-WORK-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-MONTH - 1
           END-IF
           COMPUTE WS-LY-MONTH = WS-MONTH - 100
           MOVE WS-WORK-YEAR TO PKM-YEAR
           MOVE WS-WORK-MM TO PKM-MM
           MOVE PK-MONTH-SHOW TO PKH-MONTH PKC-MONTH
           COMPUTE PKM-YEAR = WS-PRIOR-MONTH / 100
           COMPUTE PKM-MM = WS-PRIOR-MONTH - (PKM-YEAR * 100)
           MOVE PK-MONTH-SHOW TO PKC-PRIOR-MONTH
           COMPUTE PKM-YEAR = WS-WORK-YEAR - 1
           MOVE WS-WORK-MM TO PKM-MM
           MOVE PK-MONTH-SHOW TO PKC-LY-MONTH
           MOVE BD-BUSINESS-DATE TO PKH-DATE
           INITIALIZE WS-FIGURE-TABLE WS-DAY-TABLE WS-MONTH-TOTALS
           MOVE "SALES" TO WS-FIG-LABEL (1)
           MOVE "MARGIN PERCENT" TO WS-FIG-LABEL (2)
           MOVE "TRAVEL BOOKINGS" TO WS-FIG-LABEL (3)
           MOVE "COMMISSION PAID" TO WS-FIG-LABEL (4)
           MOVE "RECEIVABLES OVER 60" TO WS-FIG-LABEL (5)
           MOVE "INVENTORY VALUE" TO WS-FIG-LABEL (6)
           MOVE "PORTFOLIO VALUE" TO WS-FIG-LABEL (7)
           PERFORM 060-CLEAR-FLAGS THRU 060-EXIT
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 7
           MOVE "GROSS MARGIN" TO WS-SEC-TITLE (1)
           MOVE "GMREPORT" TO WS-SEC-PROGRAM (1)
           MOVE UT-SYS-GMREPORT TO WS-SEC-PATH (1)
           MOVE "MARGIN PERCENT" TO WS-SEC-FIGURE (1)
           MOVE "REGION DASHBOARD" TO WS-SEC-TITLE (2)
           MOVE "REGDASH" TO WS-SEC-PROGRAM (2)
           MOVE UT-SYS-DASHBOARD TO WS-SEC-PATH (2)
           MOVE "TRAVEL BOOKINGS" TO WS-SEC-FIGURE (2)
           MOVE "REGION PERIOD-OVER-PERIOD MOVEMENT" TO WS-SEC-TITLE (3)
           MOVE "REGTREND" TO WS-SEC-PROGRAM (3)
           MOVE UT-SYS-REGTREND TO WS-SEC-PATH (3)
           MOVE SPACES TO WS-SEC-FIGURE (3)
           MOVE "HOUSE ACCOUNT AGING" TO WS-SEC-TITLE (4)
           MOVE "ARBILL" TO WS-SEC-PROGRAM (4)
           MOVE UT-SYS-ARAGING TO WS-SEC-PATH (4)
           MOVE "RECEIVABLES OVER 60" TO WS-SEC-FIGURE (4)
           MOVE "TRIP FINAL-PAYMENT AGING" TO WS-SEC-TITLE (5)
           MOVE "TRIPPAY" TO WS-SEC-PROGRAM (5)
           MOVE UT-SYS-TRIPAGING TO WS-SEC-PATH (5)
           MOVE SPACES TO WS-SEC-FIGURE (5)
           MOVE "COMMISSION PAYMENT REGISTER" TO WS-SEC-TITLE (6)
           MOVE "COMMPAY" TO WS-SEC-PROGRAM (6)
           MOVE UT-SYS-COMMREG TO WS-SEC-PATH (6)
           MOVE SPACES TO WS-SEC-FIGURE (6)
           MOVE "PORTFOLIO HOLDINGS VALUATION" TO WS-SEC-TITLE (7)
           MOVE "HOLDVAL" TO WS-SEC-PROGRAM (7)
           MOVE UT-SYS-HOLDVAL TO WS-SEC-PATH (7)
           MOVE "PORTFOLIO VALUE" TO WS-SEC-FIGURE (7)
           MOVE "INVENTORY REORDER LIST" TO WS-SEC-TITLE (8)
           MOVE "INVREORD" TO WS-SEC-PROGRAM (8)
           MOVE UT-SYS-REORDRPT TO WS-SEC-PATH (8)
           MOVE SPACES TO WS-SEC-FIGURE (8).
       050-EXIT.

       060-CLEAR-FLAGS.
           MOVE "N" TO WS-FIG-CUR-FLAG (WS-FIG-SUB)
               WS-FIG-PRIOR-FLAG (WS-FIG-SUB)
               WS-FIG-LY-FLAG (WS-FIG-SUB).
       060-EXIT.

      ******************************************************************
      * 100-LOAD-PACK-HISTORY READS THE FIGURE HISTORY FOR THE PRIOR
      * MONTH AND LAST YEAR'S SAME MONTH. THE FILE IS IN RUN ORDER,
      * SO A RERUN OF A MONTH SIMPLY REPLACES ITS EARLIER FIGURES.
      ******************************************************************
       100-LOAD-PACK-HISTORY.
           OPEN INPUT PACK-HISTORY-FILE
           IF WS-PACKHIST-STATUS = "00"
               PERFORM 110-READ-PACK-HISTORY THRU 110-EXIT
                   UNTIL WS-HIST-EOF = "YES"
               CLOSE PACK-HISTORY-FILE
           END-IF
           IF WS-PRIOR-FOUND = "NO"
               MOVE SPACES TO WS-WARN-TEXT
               STRING "NO PACK FIGURES ON FILE FOR " DELIMITED BY SIZE
                   PKC-PRIOR-MONTH DELIMITED BY SIZE
                   " - NO PRIOR-MONTH COMPARISONS" DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
               PERFORM 450-ADD-WARNING THRU 450-EXIT
           END-IF
           IF WS-LY-FOUND = "NO"
               MOVE SPACES TO WS-WARN-TEXT
               STRING "NO PACK FIGURES ON FILE FOR " DELIMITED BY SIZE
                   PKC-LY-MONTH DELIMITED BY SIZE
                   " - NO LAST-YEAR COMPARISONS" DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
               PERFORM 450-ADD-WARNING THRU 450-EXIT
           END-IF.
       100-EXIT.

       110-READ-PACK-HISTORY.
           READ PACK-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-HIST-EOF
                   GO TO 110-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF MH-MONTH = WS-PRIOR-MONTH
               MOVE "YES" TO WS-PRIOR-FOUND
               PERFORM 120-TAKE-PRIOR-FIGURE THRU 120-EXIT
                   VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > 7
           END-IF
           IF MH-MONTH = WS-LY-MONTH
               MOVE "YES" TO WS-LY-FOUND
               PERFORM 130-TAKE-LY-FIGURE THRU 130-EXIT
                   VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > 7
           END-IF.
       110-EXIT.

       120-TAKE-PRIOR-FIGURE.
           MOVE MH-FIG-FLAG (WS-FIG-SUB)
               TO WS-FIG-PRIOR-FLAG (WS-FIG-SUB)
           MOVE MH-FIG-AMOUNT (WS-FIG-SUB)
               TO WS-FIG-PRIOR (WS-FIG-SUB).
       120-EXIT.

       130-TAKE-LY-FIGURE.
           MOVE MH-FIG-FLAG (WS-FIG-SUB)
               TO WS-FIG-LY-FLAG (WS-FIG-SUB)
           MOVE MH-FIG-AMOUNT (WS-FIG-SUB)
               TO WS-FIG-LY (WS-FIG-SUB).
       130-EXIT.

      ******************************************************************
      * 150-CHECK-SECTION-FILES NOTES WHICH SUPPORTING REPORTS ARE ON
      * HAND. A MISSING ONE IS WARNED OF - ITS SECTION IS LEFT OUT,
      * AND ANY HEADLINE FIGURE IT FEEDS IS NOT AVAILABLE.
      ******************************************************************
       150-CHECK-SECTION-FILES.
           MOVE SPACES TO WS-SEC-NOTE (WS-SEC-SUB)
           MOVE WS-SEC-PATH (WS-SEC-SUB) TO WS-IN-PATH
           OPEN INPUT REPORT-IN-FILE
           IF WS-IN-STATUS = "00"
               MOVE "YES" TO WS-SEC-ON-FILE (WS-SEC-SUB)
               CLOSE REPORT-IN-FILE
               GO TO 150-EXIT
           END-IF
           MOVE "NO" TO WS-SEC-ON-FILE (WS-SEC-SUB)
           MOVE SPACES TO WS-WARN-TEXT
           IF WS-SEC-FIGURE (WS-SEC-SUB) = SPACES
               STRING WS-SEC-PROGRAM (WS-SEC-SUB) DELIMITED BY SPACES
                   " REPORT NOT ON FILE - SECTION LEFT OUT"
                   DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
           ELSE
               STRING WS-SEC-PROGRAM (WS-SEC-SUB) DELIMITED BY SPACES
                   " REPORT NOT ON FILE - SECTION LEFT OUT, "
                   DELIMITED BY SIZE
                   WS-SEC-FIGURE (WS-SEC-SUB) DELIMITED BY "  "
                   " NOT AVAILABLE" DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
           END-IF
           PERFORM 450-ADD-WARNING THRU 450-EXIT.
       150-EXIT.

      ******************************************************************
      * 200-GATHER-SALES HAS SUMBUILD BRING THE DAILY SALES SUMMARY UP
      * TO THE BUSINESS DATE AND ADDS THE MONTH'S INVOICES INTO THE
      * TRADING-DAY TABLE THE WAY THE Z-REPORT DOES - A VOIDED INVOICE
      * TO THE VOIDS, EVERY OTHER ONE TO THE SALES - THEN TAKES THE
      * MONTH'S LINE RETURNS BACK OFF. A SUMMARY THAT IS NOT READY
      * LEAVES SALES NOT AVAILABLE.
      ******************************************************************
       200-GATHER-SALES.
           MOVE "R" TO SB-REQUEST
           MOVE "MGMTPACK" TO SB-PROGRAM
           MOVE BD-BUSINESS-DATE TO SB-NEEDED-DATE
           CALL "SUMBUILD" USING SB-PARMS
           MOVE SPACES TO WS-WARN-TEXT
           EVALUATE SB-RESULT
               WHEN "G"
                   CONTINUE
               WHEN "N"
                   MOVE "NO INVOICE HISTORY ON FILE - SALES NOT "
                       & "AVAILABLE" TO WS-WARN-TEXT
               WHEN "B"
                   MOVE "DAILY SALES SUMMARY WAS BEING REBUILT - "
                       & "SALES NOT AVAILABLE" TO WS-WARN-TEXT
               WHEN "X"
                   MOVE "DAILY SALES SUMMARY OUT OF BALANCE WITH THE "
                       & "INVOICE HISTORY - SALES NOT AVAILABLE"
                       TO WS-WARN-TEXT
               WHEN OTHER
                   MOVE "DAILY SALES SUMMARY COULD NOT BE WRITTEN - "
                       & "SALES NOT AVAILABLE" TO WS-WARN-TEXT
           END-EVALUATE
           IF WS-WARN-TEXT NOT = SPACES
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 200-EXIT
           END-IF
           OPEN INPUT DAILY-SALES-FILE
           IF WS-SUMFILE-STATUS NOT = "00"
               MOVE "DAILY SALES SUMMARY NOT ON FILE - SALES NOT "
                   & "AVAILABLE" TO WS-WARN-TEXT
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 200-EXIT
           END-IF
           PERFORM 210-READ-SUMMARY THRU 210-EXIT
               UNTIL WS-SUM-EOF = "YES"
           CLOSE DAILY-SALES-FILE
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS = "00"
               PERFORM 230-READ-RETURN THRU 230-EXIT
                   UNTIL WS-RET-EOF = "YES"
               CLOSE INVOICE-RETURN-FILE
           END-IF
           COMPUTE WS-FIG-CUR (1) = WS-MT-NET - WS-MT-RETURNS
           MOVE "Y" TO WS-FIG-CUR-FLAG (1).
       200-EXIT.

       210-READ-SUMMARY.
           READ DAILY-SALES-FILE
               AT END
                   MOVE "YES" TO WS-SUM-EOF
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF NOT SUM-INVOICE
               GO TO 210-EXIT
           END-IF
           MOVE SUM-INVOICE-DATE TO WS-DATE-WORK
           IF WS-DP-MONTH NOT = WS-MONTH
               OR WS-DP-DAY < 1 OR WS-DP-DAY > 31
               GO TO 210-EXIT
           END-IF
           MOVE WS-DP-DAY TO WS-DAY-SUB
           IF SUM-VOIDED
               ADD 1 TO WS-DY-VOIDS (WS-DAY-SUB) WS-MT-VOIDS
               ADD SUM-INVOICE-TOTAL TO WS-DY-VOIDED (WS-DAY-SUB)
                   WS-MT-VOIDED
           ELSE
               ADD 1 TO WS-DY-INVOICES (WS-DAY-SUB) WS-MT-INVOICES
               ADD SUM-INVOICE-TOTAL TO WS-DY-GROSS (WS-DAY-SUB)
                   WS-MT-GROSS
               ADD SUM-SALES-TAX TO WS-DY-TAX (WS-DAY-SUB) WS-MT-TAX
               ADD SUM-NET-SALE TO WS-DY-NET (WS-DAY-SUB) WS-MT-NET
           END-IF.
       210-EXIT.

      * A line return comes off the day it was taken, at the goods
      * value less the discount taken back with it, as the Z-report
      * shows it.

       230-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WS-RET-EOF
                   GO TO 230-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE RET-RETURN-DATE TO WS-DATE-WORK
           IF WS-DP-MONTH NOT = WS-MONTH
               OR WS-DP-DAY < 1 OR WS-DP-DAY > 31
               GO TO 230-EXIT
           END-IF
           MOVE WS-DP-DAY TO WS-DAY-SUB
           COMPUTE WS-DY-RETURNS (WS-DAY-SUB) =
               WS-DY-RETURNS (WS-DAY-SUB)
               + RET-LINE-AMOUNT - RET-DISCOUNT-AMT
           COMPUTE WS-MT-RETURNS = WS-MT-RETURNS
               + RET-LINE-AMOUNT - RET-DISCOUNT-AMT.
       230-EXIT.

      ******************************************************************
      * 300-GATHER-MARGIN TAKES THE MARGIN PERCENT OFF GMREPORT'S
      * TOTALS LINE, WORKED FROM ITS REVENUE AND MARGIN DOLLARS, WHEN
      * THE REPORT ON FILE RAN FROM THE FIRST OF THE MONTH THROUGH
      * THE BUSINESS DATE OR LATER IN THE MONTH.
      ******************************************************************
       300-GATHER-MARGIN.
           IF WS-SEC-ON-FILE (1) = "NO"
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-DATE-X WS-REPORT-TO-X
           MOVE "NO" TO WS-FIGURE-SEEN
           MOVE WS-SEC-PATH (1) TO WS-IN-PATH
           OPEN INPUT REPORT-IN-FILE
           MOVE "NO" TO WS-IN-EOF
           PERFORM 310-READ-MARGIN-LINE THRU 310-EXIT
               UNTIL WS-IN-EOF = "YES"
           CLOSE REPORT-IN-FILE
           MOVE "NO" TO WS-DATE-OK
           IF WS-REPORT-DATE-X NUMERIC AND WS-REPORT-TO-X NUMERIC
               IF WS-REPORT-DATE-X = WS-MONTH-FIRST
                   AND WS-REPORT-TO-X (1:6) = WS-BUSDATE-X (1:6)
                   AND WS-REPORT-TO-X NOT < WS-BUSDATE-X
                   MOVE "YES" TO WS-DATE-OK
               END-IF
           END-IF
           IF WS-DATE-OK = "NO"
               MOVE SPACES TO WS-WARN-TEXT
               STRING "GMREPORT ON FILE COVERS " DELIMITED BY SIZE
                   WS-REPORT-DATE-X DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-REPORT-TO-X DELIMITED BY SIZE
                   ", NOT THE MONTH TO DATE - MARGIN PERCENT NOT "
                   DELIMITED BY SIZE
                   "AVAILABLE"
                   DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (1)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 300-EXIT
           END-IF
           IF WS-FIGURE-SEEN = "NO"
               MOVE "GMREPORT ON FILE HAS NO TOTALS LINE - MARGIN "
                   & "PERCENT NOT AVAILABLE" TO WS-WARN-TEXT
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (1)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 300-EXIT
           END-IF
           IF WS-REVENUE NOT = ZEROS
               COMPUTE WS-FIG-CUR (2) ROUNDED =
                   (WS-MARGIN * 100) / WS-REVENUE
           ELSE
               MOVE ZEROS TO WS-FIG-CUR (2)
           END-IF
           MOVE "Y" TO WS-FIG-CUR-FLAG (2).
       300-EXIT.

       310-READ-MARGIN-LINE.
           PERFORM 900-READ-IN-LINE THRU 900-EXIT
           IF WS-IN-EOF = "YES"
               GO TO 310-EXIT
           END-IF
           IF IN-GMH-TITLE = "GROSS MARGIN REPORT"
               AND WS-REPORT-DATE-X = SPACES
               MOVE IN-GMH-FROM TO WS-REPORT-DATE-X
               MOVE IN-GMH-TO TO WS-REPORT-TO-X
               GO TO 310-EXIT
           END-IF
           IF IN-GMT-LABEL = "*TOTALS*"
               AND WS-FIGURE-SEEN = "NO"
               MOVE IN-GMT-REVENUE TO WS-REVENUE
               MOVE IN-GMT-MARGIN TO WS-MARGIN
               MOVE "YES" TO WS-FIGURE-SEEN
           END-IF.
       310-EXIT.

      ******************************************************************
      * 320-GATHER-TRAVEL TAKES THE TRAVEL BOOKINGS OFF REGDASH'S
      * AGENCY SUMMARY PAGE - THE TOTAL TRIP COST ACROSS EVERY REGION
      * - WHEN THE DASHBOARD IS FROM A RUN DATED IN THE MONTH.
      ******************************************************************
       320-GATHER-TRAVEL.
           IF WS-SEC-ON-FILE (2) = "NO"
               GO TO 320-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-DATE-X
           MOVE "NO" TO WS-AGENCY-SEEN WS-FIGURE-SEEN
           MOVE WS-SEC-PATH (2) TO WS-IN-PATH
           OPEN INPUT REPORT-IN-FILE
           MOVE "NO" TO WS-IN-EOF
           PERFORM 330-READ-DASHBOARD-LINE THRU 330-EXIT
               UNTIL WS-IN-EOF = "YES"
           CLOSE REPORT-IN-FILE
           IF WS-FIGURE-SEEN = "NO"
               MOVE "REGDASH ON FILE HAS NO AGENCY SUMMARY - TRAVEL "
                   & "BOOKINGS NOT AVAILABLE" TO WS-WARN-TEXT
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (2)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 320-EXIT
           END-IF
           IF WS-REPORT-DATE-X (1:6) NOT = WS-BUSDATE-X (1:6)
               MOVE SPACES TO WS-WARN-TEXT
               STRING "REGDASH ON FILE IS FOR THE RUN OF "
                   DELIMITED BY SIZE
                   WS-REPORT-DATE-X DELIMITED BY SIZE
                   ", NOT THE MONTH - TRAVEL BOOKINGS NOT AVAILABLE"
                   DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (2)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 320-EXIT
           END-IF
           MOVE "Y" TO WS-FIG-CUR-FLAG (3).
       320-EXIT.

      * Only the agency summary page's trip cost counts - every region
      * page carries a trip cost line of its own.

       330-READ-DASHBOARD-LINE.
           PERFORM 900-READ-IN-LINE THRU 900-EXIT
           IF WS-IN-EOF = "YES"
               GO TO 330-EXIT
           END-IF
           IF IN-DBH-TITLE = "AGENCY SUMMARY"
               MOVE "YES" TO WS-AGENCY-SEEN
               MOVE IN-DBH-DATE TO WS-REPORT-DATE-X
               GO TO 330-EXIT
           END-IF
           IF WS-AGENCY-SEEN = "YES"
               AND IN-DBA-LABEL = "TOTAL TRIP COST"
               MOVE IN-DBA-AMOUNT TO WS-FIG-CUR (3)
               MOVE "YES" TO WS-FIGURE-SEEN
           END-IF.
       330-EXIT.

      ******************************************************************
      * 340-GATHER-COMMISSION ADDS UP THE COMMISSION COMMPAY PAID IN
      * THE MONTH, OFF ITS PAYMENT HISTORY. NO HISTORY ON HAND MEANS
      * THE FIGURE IS NOT AVAILABLE; A HISTORY WITH NOTHING PAID IN
      * THE MONTH IS A TRUE ZERO.
      ******************************************************************
       340-GATHER-COMMISSION.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               MOVE "COMMPAY PAYMENT HISTORY NOT ON FILE - COMMISSION "
                   & "PAID NOT AVAILABLE" TO WS-WARN-TEXT
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 340-EXIT
           END-IF
           PERFORM 350-READ-PAYMENT THRU 350-EXIT
               UNTIL WS-PAY-EOF = "YES"
           CLOSE PAYMENT-HISTORY-FILE
           MOVE "Y" TO WS-FIG-CUR-FLAG (4).
       340-EXIT.

       350-READ-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-PAY-EOF
                   GO TO 350-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE PH-PAYMENT-DATE TO WS-DATE-WORK
           IF WS-DP-MONTH = WS-MONTH
               AND PH-AMOUNT-PAID NUMERIC
               ADD PH-AMOUNT-PAID TO WS-FIG-CUR (4)
           END-IF.
       350-EXIT.

      ******************************************************************
      * 360-GATHER-RECEIVABLES ADDS UP THE OVER-60 AND OVER-90 AGE
      * BUCKETS ACROSS ARBILL'S AGING, WHEN THE AGING IS DATED IN THE
      * MONTH.
      ******************************************************************
       360-GATHER-RECEIVABLES.
           IF WS-SEC-ON-FILE (4) = "NO"
               GO TO 360-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-DATE-X
           MOVE WS-SEC-PATH (4) TO WS-IN-PATH
           OPEN INPUT REPORT-IN-FILE
           MOVE "NO" TO WS-IN-EOF
           PERFORM 370-READ-AGING-LINE THRU 370-EXIT
               UNTIL WS-IN-EOF = "YES"
           CLOSE REPORT-IN-FILE
           IF WS-REPORT-DATE-X (1:6) NOT = WS-BUSDATE-X (1:6)
               MOVE SPACES TO WS-WARN-TEXT
               STRING "ARBILL AGING ON FILE IS DATED " DELIMITED BY SIZE
                   WS-REPORT-DATE-X DELIMITED BY SIZE
                   ", NOT THE MONTH - RECEIVABLES OVER 60 NOT "
                   DELIMITED BY SIZE
                   "AVAILABLE" DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (4)
               MOVE ZEROS TO WS-FIG-CUR (5)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 360-EXIT
           END-IF
           MOVE "Y" TO WS-FIG-CUR-FLAG (5).
       360-EXIT.

      * A detail line is known by the decimal points of its over-60
      * and over-90 amounts; the headings and blank lines have none.

       370-READ-AGING-LINE.
           PERFORM 900-READ-IN-LINE THRU 900-EXIT
           IF WS-IN-EOF = "YES"
               GO TO 370-EXIT
           END-IF
           IF IN-AGH-TITLE = "HOUSE ACCOUNT AGING REPORT"
               MOVE IN-AGH-DATE TO WS-REPORT-DATE-X
               GO TO 370-EXIT
           END-IF
           IF IN-AGD-CLIENT NOT = SPACES
               AND WS-IN-LINE (65:1) = "."
               AND WS-IN-LINE (77:1) = "."
               MOVE IN-AGD-OVER60 TO WS-AMOUNT
               ADD WS-AMOUNT TO WS-FIG-CUR (5)
               MOVE IN-AGD-OVER90 TO WS-AMOUNT
               ADD WS-AMOUNT TO WS-FIG-CUR (5)
           END-IF.
       370-EXIT.

      ******************************************************************
      * 380-GATHER-INVENTORY VALUES THE STOCK ON HAND IN BOTH STORES
      * AT EACH ITEM'S UNIT COST.
      ******************************************************************
       380-GATHER-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "INVENTORY FILE NOT ON FILE - INVENTORY VALUE NOT "
                   & "AVAILABLE" TO WS-WARN-TEXT
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 380-EXIT
           END-IF
           PERFORM 390-READ-INVENTORY THRU 390-EXIT
               UNTIL WS-INV-EOF = "YES"
           CLOSE INVENTORY-FILE
           MOVE "Y" TO WS-FIG-CUR-FLAG (6).
       380-EXIT.

       390-READ-INVENTORY.
           READ INVENTORY-FILE
               AT END
                   MOVE "YES" TO WS-INV-EOF
                   GO TO 390-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE ZEROS TO WS-ITEM-UNITS
           IF INV-QTY-ON-HAND NUMERIC
               ADD INV-QTY-ON-HAND TO WS-ITEM-UNITS
           END-IF
           IF INV-QTY-STORE2 NUMERIC
               ADD INV-QTY-STORE2 TO WS-ITEM-UNITS
           END-IF
           IF INV-UNIT-COST NUMERIC
               COMPUTE WS-FIG-CUR (6) = WS-FIG-CUR (6)
                   + (WS-ITEM-UNITS * INV-UNIT-COST)
           END-IF.
       390-EXIT.

      ******************************************************************
      * 400-GATHER-PORTFOLIO TAKES THE PORTFOLIO VALUE OFF HOLDVAL'S
      * ALL-PORTFOLIOS TOTALS LINE, WHEN THE VALUATION IS DATED IN
      * THE MONTH. A ONE-PORTFOLIO RUN HAS NO SUCH LINE.
      ******************************************************************
       400-GATHER-PORTFOLIO.
           IF WS-SEC-ON-FILE (7) = "NO"
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-DATE-X
           MOVE "NO" TO WS-FIGURE-SEEN
           MOVE WS-SEC-PATH (7) TO WS-IN-PATH
           OPEN INPUT REPORT-IN-FILE
           MOVE "NO" TO WS-IN-EOF
           PERFORM 410-READ-VALUATION-LINE THRU 410-EXIT
               UNTIL WS-IN-EOF = "YES"
           CLOSE REPORT-IN-FILE
           IF WS-REPORT-DATE-X (1:6) NOT = WS-BUSDATE-X (1:6)
               MOVE SPACES TO WS-WARN-TEXT
               STRING "HOLDVAL ON FILE IS DATED " DELIMITED BY SIZE
                   WS-REPORT-DATE-X DELIMITED BY SIZE
                   ", NOT THE MONTH - PORTFOLIO VALUE NOT AVAILABLE"
                   DELIMITED BY SIZE
                   INTO WS-WARN-TEXT
               END-STRING
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (7)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 400-EXIT
           END-IF
           IF WS-FIGURE-SEEN = "NO"
               MOVE "HOLDVAL ON FILE VALUED ONE PORTFOLIO, NOT ALL - "
                   & "PORTFOLIO VALUE NOT AVAILABLE" TO WS-WARN-TEXT
               MOVE WS-WARN-TEXT TO WS-SEC-NOTE (7)
               PERFORM 450-ADD-WARNING THRU 450-EXIT
               GO TO 400-EXIT
           END-IF
           MOVE "Y" TO WS-FIG-CUR-FLAG (7).
       400-EXIT.

       410-READ-VALUATION-LINE.
           PERFORM 900-READ-IN-LINE THRU 900-EXIT
           IF WS-IN-EOF = "YES"
               GO TO 410-EXIT
           END-IF
           IF IN-HVH-TITLE = "PORTFOLIO HOLDINGS VALUATION"
               AND WS-REPORT-DATE-X = SPACES
               MOVE IN-HVH-DATE TO WS-REPORT-DATE-X
               GO TO 410-EXIT
           END-IF
           IF IN-HVT-LABEL = "*** ALL PORTFOLIOS ***"
               MOVE IN-HVT-MARKET-VALUE TO WS-FIG-CUR (7)
               MOVE "YES" TO WS-FIGURE-SEEN
           END-IF.
       410-EXIT.

      ******************************************************************
      * 450-ADD-WARNING FILES WS-WARN-TEXT FOR THE SUMMARY PAGE AND
      * THE RUN OUTPUT.
      ******************************************************************
       450-ADD-WARNING.
           DISPLAY "WARNING: " WS-WARN-TEXT
           IF WS-WARN-COUNT < 20
               ADD 1 TO WS-WARN-COUNT
               MOVE WS-WARN-TEXT TO WS-WARN-ENTRY (WS-WARN-COUNT)
           END-IF
           ADD 1 TO WS-RECORDS-REJECTED.
       450-EXIT.

      ******************************************************************
      * 500-WRITE-PACK OPENS THE SPOOL AND WRITES THE EXECUTIVE
      * SUMMARY PAGE, THE TRADING-DAY SECTION, AND THE COPIED REPORT
      * SECTIONS, EACH ON A NEW PAGE.
      ******************************************************************
       500-WRITE-PACK.
           MOVE "O" TO SP-REQUEST
           MOVE "MGMTPACK" TO SP-REPORT-NAME
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS NOT = "G"
               MOVE "YES" TO WS-SPOOL-FAILED
               GO TO 500-EXIT
           END-IF
           PERFORM 510-WRITE-SUMMARY-PAGE THRU 510-EXIT
           PERFORM 600-WRITE-DAY-SECTION THRU 600-EXIT
           PERFORM 700-WRITE-REPORT-SECTION THRU 700-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > 8
           MOVE "C" TO SP-REQUEST
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS NOT = "G"
               MOVE "YES" TO WS-SPOOL-FAILED
           END-IF.
       500-EXIT.

      ******************************************************************
      * 510-WRITE-SUMMARY-PAGE PRINTS THE EXECUTIVE SUMMARY: THE
      * SEVEN FIGURES AGAINST THEIR COMPARISONS, WHERE EACH CAME
      * FROM, AND THE INPUT WARNINGS.
      ******************************************************************
       510-WRITE-SUMMARY-PAGE.
           MOVE PK-HEADING1 TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT
           MOVE "EXECUTIVE SUMMARY" TO PKM-TEXT
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           MOVE PK-COLUMN-HEADING1 TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT
           MOVE PK-COLUMN-HEADING2 TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           PERFORM 520-WRITE-FIGURE-LINE THRU 520-EXIT
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 7
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           MOVE "SALES ARE NET OF SALES TAX, VOIDED INVOICES, AND LINE "
               & "RETURNS (THE MONTH'S Z-REPORTS). MARGIN PERCENT IS "
               & "GMREPORT'S." TO PKM-TEXT
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
           MOVE "TRAVEL BOOKINGS ARE REGDASH'S AGENCY TRIP COST. "
               & "COMMISSION PAID IS OFF COMMPAY'S PAYMENT HISTORY."
               TO PKM-TEXT
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
           MOVE "RECEIVABLES OVER 60 ARE ARBILL'S OVER-60 AND OVER-90 "
               & "BUCKETS. INVENTORY IS VALUED AT COST, BOTH STORES."
               TO PKM-TEXT
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
           MOVE "PORTFOLIO VALUE IS HOLDVAL'S ALL-PORTFOLIOS MARKET "
               & "VALUE. MARGIN VARIANCES ARE IN PERCENTAGE POINTS."
               TO PKM-TEXT
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           IF WS-WARN-COUNT = ZEROS
               MOVE "INPUTS: EVERY REPORT AND FILE WAS ON HAND FOR THE "
                   & "MONTH" TO PKM-TEXT
               PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
               GO TO 510-EXIT
           END-IF
           MOVE "INPUT WARNINGS - FIGURES SHOWN NOT AVAILABLE WERE NOT "
               & "PRINTED AS ZERO" TO PKM-TEXT
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
           PERFORM 530-WRITE-WARNING-LINE THRU 530-EXIT
               VARYING WS-WARN-SUB FROM 1 BY 1
               UNTIL WS-WARN-SUB > WS-WARN-COUNT.
       510-EXIT.

      * One figure: this month's, then each comparison and the
      * variance against it when both sides are on file.

       520-WRITE-FIGURE-LINE.
           MOVE SPACES TO PK-FIGURE-LINE
           MOVE WS-FIG-LABEL (WS-FIG-SUB) TO PKF-LABEL
           IF WS-FIG-CUR-FLAG (WS-FIG-SUB) = "Y"
               MOVE WS-FIG-CUR (WS-FIG-SUB) TO PK-EDIT-AMOUNT
               MOVE PK-EDIT-AMOUNT TO PKF-CURRENT
           ELSE
               MOVE "  NOT AVAILABLE" TO PKF-CURRENT
           END-IF
           IF WS-FIG-PRIOR-FLAG (WS-FIG-SUB) = "Y"
               MOVE WS-FIG-PRIOR (WS-FIG-SUB) TO PK-EDIT-AMOUNT
               MOVE PK-EDIT-AMOUNT TO PKF-PRIOR
               MOVE WS-FIG-PRIOR (WS-FIG-SUB) TO WS-COMPARE-AMOUNT
               PERFORM 540-EDIT-VARIANCE THRU 540-EXIT
               MOVE WS-VAR-AMOUNT-X TO PKF-PRIOR-VAR
               MOVE WS-VAR-PCT-X TO PKF-PRIOR-PCT
           ELSE
               MOVE "    NOT ON FILE" TO PKF-PRIOR
           END-IF
           IF WS-FIG-LY-FLAG (WS-FIG-SUB) = "Y"
               MOVE WS-FIG-LY (WS-FIG-SUB) TO PK-EDIT-AMOUNT
               MOVE PK-EDIT-AMOUNT TO PKF-LY
               MOVE WS-FIG-LY (WS-FIG-SUB) TO WS-COMPARE-AMOUNT
               PERFORM 540-EDIT-VARIANCE THRU 540-EXIT
               MOVE WS-VAR-AMOUNT-X TO PKF-LY-VAR
               MOVE WS-VAR-PCT-X TO PKF-LY-PCT
           ELSE
               MOVE "    NOT ON FILE" TO PKF-LY
           END-IF
           MOVE PK-FIGURE-LINE TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT.
       520-EXIT.

       530-WRITE-WARNING-LINE.
           MOVE SPACES TO PKM-TEXT
           STRING "  *** " DELIMITED BY SIZE
               WS-WARN-ENTRY (WS-WARN-SUB) DELIMITED BY SIZE
               INTO PKM-TEXT
           END-STRING
           PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT.
       530-EXIT.

      ******************************************************************
      * 540-EDIT-VARIANCE EDITS THIS MONTH'S FIGURE LESS
      * WS-COMPARE-AMOUNT, AND THE CHANGE AS A PERCENT OF THE
      * COMPARISON (BLANK AGAINST A ZERO). THE MARGIN IS ALREADY A
      * PERCENT, SO ITS VARIANCE IS LEFT IN POINTS. NO FIGURE THIS
      * MONTH MEANS NO VARIANCE.
      ******************************************************************
       540-EDIT-VARIANCE.
           MOVE SPACES TO WS-VAR-AMOUNT-X WS-VAR-PCT-X
           IF WS-FIG-CUR-FLAG (WS-FIG-SUB) NOT = "Y"
               GO TO 540-EXIT
           END-IF
           COMPUTE WS-VARIANCE =
               WS-FIG-CUR (WS-FIG-SUB) - WS-COMPARE-AMOUNT
           MOVE WS-VARIANCE TO PK-EDIT-AMOUNT
           MOVE PK-EDIT-AMOUNT TO WS-VAR-AMOUNT-X
           IF WS-FIG-SUB = 2
               MOVE "  POINTS" TO WS-VAR-PCT-X
               GO TO 540-EXIT
           END-IF
           IF WS-COMPARE-AMOUNT = ZEROS
               GO TO 540-EXIT
           END-IF
           IF WS-COMPARE-AMOUNT < ZEROS
               COMPUTE WS-COMPARE-AMOUNT = ZEROS - WS-COMPARE-AMOUNT
           END-IF
           COMPUTE WS-VAR-PCT ROUNDED =
               (WS-VARIANCE * 100) / WS-COMPARE-AMOUNT
               ON SIZE ERROR
                   MOVE " *******" TO WS-VAR-PCT-X
                   GO TO 540-EXIT
           END-COMPUTE
           MOVE WS-VAR-PCT TO PKE-PCT
           MOVE PK-EDIT-PERCENT TO WS-VAR-PCT-X.
       540-EXIT.

      ******************************************************************
      * 600-WRITE-DAY-SECTION PRINTS THE MONTH'S Z-REPORT FIGURES, ONE
      * LINE PER DAY THAT RANG OR VOIDED A SALE OR TOOK A RETURN, AND
      * THE MONTH'S TOTALS.
      ******************************************************************
       600-WRITE-DAY-SECTION.
           PERFORM 780-NEW-PAGE THRU 780-EXIT
           MOVE 1 TO PKS-NUMBER
           MOVE "DAILY SALES BY TRADING DAY (Z-REPORTS)" TO PKS-TITLE
           MOVE "ZREPORT" TO PKS-PROGRAM
           MOVE PK-SECTION-HEADING TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           IF WS-FIG-CUR-FLAG (1) NOT = "Y"
               MOVE "  *** DAILY SALES SUMMARY NOT AVAILABLE - SEE THE "
                   & "INPUT WARNINGS" TO PKM-TEXT
               PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
               GO TO 600-EXIT
           END-IF
           MOVE PK-DAY-HEADING TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           PERFORM 610-WRITE-DAY-LINE THRU 610-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           MOVE "MONTH" TO PKD-DATE
           MOVE WS-MT-INVOICES TO PKD-INVOICES
           MOVE WS-MT-GROSS TO PKD-GROSS
           MOVE WS-MT-TAX TO PKD-TAX
           MOVE WS-MT-VOIDS TO PKD-VOIDS
           MOVE WS-MT-VOIDED TO PKD-VOIDED
           MOVE WS-MT-RETURNS TO PKD-RETURNS
           MOVE WS-FIG-CUR (1) TO PKD-NET
           MOVE PK-DAY-LINE TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT.
       600-EXIT.

       610-WRITE-DAY-LINE.
           IF WS-DY-INVOICES (WS-DAY-SUB) = ZEROS
               AND WS-DY-VOIDS (WS-DAY-SUB) = ZEROS
               AND WS-DY-RETURNS (WS-DAY-SUB) = ZEROS
               GO TO 610-EXIT
           END-IF
           COMPUTE WS-DATE-WORK = WS-MONTH * 100 + WS-DAY-SUB
           MOVE WS-DATE-WORK TO PKD-DATE
           MOVE WS-DY-INVOICES (WS-DAY-SUB) TO PKD-INVOICES
           MOVE WS-DY-GROSS (WS-DAY-SUB) TO PKD-GROSS
           MOVE WS-DY-TAX (WS-DAY-SUB) TO PKD-TAX
           MOVE WS-DY-VOIDS (WS-DAY-SUB) TO PKD-VOIDS
           MOVE WS-DY-VOIDED (WS-DAY-SUB) TO PKD-VOIDED
           MOVE WS-DY-RETURNS (WS-DAY-SUB) TO PKD-RETURNS
           COMPUTE WS-AMOUNT = WS-DY-NET (WS-DAY-SUB)
               - WS-DY-RETURNS (WS-DAY-SUB)
           MOVE WS-AMOUNT TO PKD-NET
           MOVE PK-DAY-LINE TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT.
       610-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT-SECTION COPIES ONE SUPPORTING REPORT INTO THE
      * PACK AS ITS PROGRAM PRINTED IT, UNDER ANY WARNING ABOUT IT. A
      * REPORT NOT ON HAND GETS ITS PAGE WITH THE WARNING ALONE.
      ******************************************************************
       700-WRITE-REPORT-SECTION.
           PERFORM 780-NEW-PAGE THRU 780-EXIT
           COMPUTE PKS-NUMBER = WS-SEC-SUB + 1
           MOVE WS-SEC-TITLE (WS-SEC-SUB) TO PKS-TITLE
           MOVE WS-SEC-PROGRAM (WS-SEC-SUB) TO PKS-PROGRAM
           MOVE PK-SECTION-HEADING TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT
           PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           IF WS-SEC-ON-FILE (WS-SEC-SUB) = "NO"
               MOVE SPACES TO PKM-TEXT
               STRING "  *** " DELIMITED BY SIZE
                   WS-SEC-PROGRAM (WS-SEC-SUB) DELIMITED BY SPACES
                   " REPORT NOT ON FILE - RUN " DELIMITED BY SIZE
                   WS-SEC-PROGRAM (WS-SEC-SUB) DELIMITED BY SPACES
                   " FOR THE MONTH" DELIMITED BY SIZE
                   INTO PKM-TEXT
               END-STRING
               PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
               GO TO 700-EXIT
           END-IF
           IF WS-SEC-NOTE (WS-SEC-SUB) NOT = SPACES
               MOVE SPACES TO PKM-TEXT
               STRING "  *** " DELIMITED BY SIZE
                   WS-SEC-NOTE (WS-SEC-SUB) DELIMITED BY SIZE
                   INTO PKM-TEXT
               END-STRING
               PERFORM 760-SPOOL-MESSAGE THRU 760-EXIT
               PERFORM 770-SPOOL-BLANK THRU 770-EXIT
           END-IF
           MOVE WS-SEC-PATH (WS-SEC-SUB) TO WS-IN-PATH
           OPEN INPUT REPORT-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               GO TO 700-EXIT
           END-IF
           MOVE "NO" TO WS-IN-EOF
           PERFORM 710-COPY-REPORT-LINE THRU 710-EXIT
               UNTIL WS-IN-EOF = "YES"
           CLOSE REPORT-IN-FILE.
       700-EXIT.

       710-COPY-REPORT-LINE.
           PERFORM 900-READ-IN-LINE THRU 900-EXIT
           IF WS-IN-EOF = "YES"
               GO TO 710-EXIT
           END-IF
           MOVE WS-IN-LINE TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT.
       710-EXIT.

      ******************************************************************
      * 750-790 HAND LINES AND PAGE BREAKS TO THE SPOOL. A REFUSED
      * LINE MARKS THE PACK AS NOT SPOOLED.
      ******************************************************************
       750-SPOOL-LINE.
           MOVE "L" TO SP-REQUEST
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS NOT = "G"
               MOVE "YES" TO WS-SPOOL-FAILED
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN.
       750-EXIT.

       760-SPOOL-MESSAGE.
           MOVE PK-MESSAGE-LINE TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT.
       760-EXIT.

       770-SPOOL-BLANK.
           MOVE SPACES TO SP-LINE
           PERFORM 750-SPOOL-LINE THRU 750-EXIT.
       770-EXIT.

       780-NEW-PAGE.
           MOVE "P" TO SP-REQUEST
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS NOT = "G"
               MOVE "YES" TO WS-SPOOL-FAILED
           END-IF.
       780-EXIT.

      ******************************************************************
      * 800-APPEND-PACK-HISTORY RECORDS THE MONTH'S FIGURES, EACH WITH
      * ITS ON-FILE FLAG, FOR NEXT MONTH'S PACK AND NEXT YEAR'S.
      ******************************************************************
       800-APPEND-PACK-HISTORY.
           OPEN EXTEND PACK-HISTORY-FILE
           IF WS-PACKHIST-STATUS NOT = "00"
               OPEN OUTPUT PACK-HISTORY-FILE
           END-IF
           MOVE WS-MONTH TO MH-MONTH
           MOVE BD-BUSINESS-DATE TO MH-RUN-DATE
           PERFORM 810-PUT-FIGURE THRU 810-EXIT
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 7
           WRITE MGMT-HIST-RECORD
           CLOSE PACK-HISTORY-FILE.
       800-EXIT.

       810-PUT-FIGURE.
           MOVE WS-FIG-CUR-FLAG (WS-FIG-SUB) TO MH-FIG-FLAG (WS-FIG-SUB)
           IF WS-FIG-CUR-FLAG (WS-FIG-SUB) = "Y"
               MOVE WS-FIG-CUR (WS-FIG-SUB)
                   TO MH-FIG-AMOUNT (WS-FIG-SUB)
           ELSE
               MOVE ZEROS TO MH-FIG-AMOUNT (WS-FIG-SUB)
           END-IF.
       810-EXIT.

      ******************************************************************
      * 900-READ-IN-LINE READS THE NEXT LINE OF THE REPORT BEING READ
      * INTO WS-IN-LINE. A REPORT THAT THREW A PAGE LEADS THAT LINE
      * WITH A FORM FEED, WHICH IS DROPPED - THE SPOOL DOES ITS OWN
      * PAGING.
      ******************************************************************
       900-READ-IN-LINE.
           READ REPORT-IN-FILE
               AT END
                   MOVE "YES" TO WS-IN-EOF
                   GO TO 900-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE REPORT-IN-RECORD TO WS-IN-LINE
           IF WS-IN-LINE (1:1) = X"0C"
               MOVE REPORT-IN-RECORD (2:131) TO WS-IN-LINE
           END-IF.
       900-EXIT.

      ******************************************************************
      * 980-WRITE-RUN-LOG APPENDS THE RUN-LOG RECORD, STAMPED WITH
      * THE BUSINESS DATE. THE REJECTED COUNT IS THE INPUT WARNINGS.
      ******************************************************************
       980-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUNLOG-END-TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE "MGMTPACK" TO RL-PROGRAM-NAME
           MOVE WS-BUSDATE-X (1:4) TO RL-YEAR
           MOVE WS-BUSDATE-X (5:2) TO RL-MONTH
           MOVE WS-BUSDATE-X (7:2) TO RL-DAY
           MOVE WS-RUNLOG-START-TIME TO RL-START-TIME
           MOVE WS-RUNLOG-END-TIME TO RL-END-TIME
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       980-EXIT.
