      * the daily run, a whole month for the monthly - and reports
      * revenue, cost, margin, and margin percent by item and in
      * total. The Z-report says what came in; this says whether the
      * discount-heavy Saturday actually made money. Line returns
      * taken in the range (see copybooks/INVRETN.cpy) come back off
      * the item's units, revenue, and cost; a restocking fee kept on
      * a return stays in revenue. A second section breaks the
      * range's sales out by customer pricing tier (see
      * copybooks/PRCTIER.cpy) - what each club, team, or employee
      * rate gave away off list, and the margin left after it. That
      * section is on the lines as sold; returns are not backed out
      * of it.
      *
      * A used bike taken in trade (see copybooks/USEDBIKE.cpy) is
      * costed at its trade allowance plus every part and hour its
      * refurbishment work orders put into it (see copybooks/
      * WORKORD.cpy) - whether or not the bench had closed the order
      * when the bike sold - and a third section shows each used
      * bike sold in the range with that cost broken out.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVDETL-STATUS.

      * Select statement for the invoice line return log.

       SELECT INVOICE-RETURN-FILE
               ASSIGN TO UT-SYS-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      * Select statement for the used-bike intake log.

       SELECT USED-BIKE-LOG
               ASSIGN TO UT-SYS-USEDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USEDLOG-STATUS.

      * Select statement for the work order file (refurbishment
      * orders carry the used bikes' parts and labor).

       SELECT WORK-ORDER-FILE
               ASSIGN TO UT-SYS-WOFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFILE-STATUS.

      * Select statement for the printed report.

       SELECT MARGIN-REPORT-FILE
       FD  INVOICE-DETAIL-FILE.
           COPY INVDETL.

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the used-bike intake log.

       FD  USED-BIKE-LOG.
           COPY USEDBIKE.

      * File description for the work order file.

       FD  WORK-ORDER-FILE.
           COPY WORKORD.

      * File description for the printed report.

       FD  MARGIN-REPORT-FILE
       01 WS-VARS.
          05 WS-EOF-FLAG                     PIC XXX VALUE "NO".
          05 WS-INVDETL-STATUS               PIC XX.
          05 WS-RET-EOF                      PIC XXX VALUE "NO".
          05 WS-RETURNS-STATUS               PIC XX.
          05 WS-LINE-REVENUE                 PIC 9(7)V99.
          05 WS-FROM-DATE                    PIC 9(8).
          05 WS-TO-DATE                      PIC 9(8).
          05 WS-ITEM-SUB                     PIC 9(4).
          05 WS-ITEM-FOUND                   PIC XXX.
          05 WS-LINE-COST                    PIC 9(7)V99.
          05 WS-MARGIN                       PIC S9(8)V99.
          05 WS-TOT-REVENUE                  PIC S9(9)V99 VALUE 0.
          05 WS-TOT-COST                     PIC S9(9)V99 VALUE 0.
          05 WS-TIER-SUB                     PIC 99.
          05 WS-TIER-FOUND                   PIC XXX.
          05 WS-LINE-TIER                    PIC XX.
          05 WS-LINE-TIER-DISC               PIC 9(5)V99.
          05 WS-USEDLOG-STATUS               PIC XX.
          05 WS-WOFILE-STATUS                PIC XX.
          05 WS-LOAD-EOF                     PIC XXX.
          05 WS-USED-SUB                     PIC 9(4).
          05 WS-USED-FOUND                   PIC XXX.
          05 WS-SHOP-SUB                     PIC 9(4).
          05 WS-LINE-CODE                    PIC X(10).

      * Used bikes on the intake log with their true unit cost -
      * the allowance plus the refurbishment spent on them - and
      * what the range sold of them.

       01 WS-USED-TABLE.
          05 WS-USED-COUNT                   PIC 9(4) VALUE 0.
          05 WS-USED-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-USED-COUNT
               INDEXED BY USD-IDX.
             10 WS-USD-CODE                  PIC X(10).
             10 WS-USD-ALLOWANCE             PIC 9(5)V99.
             10 WS-USD-REFURB                PIC 9(6)V99.
             10 WS-USD-UNITS                 PIC S9(4).
             10 WS-USD-REVENUE               PIC S9(8)V99.

      * Refurbishment work order numbers and the used bike each
      * one is for.

       01 WS-SHOP-TABLE.
          05 WS-SHOP-COUNT                   PIC 9(4) VALUE 0.
          05 WS-SHOP-ENTRIES OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SHOP-COUNT
               INDEXED BY SHP-IDX.
             10 WS-SHP-WO-NUMBER             PIC 9(6).
             10 WS-SHP-USED-SUB              PIC 9(4).

      * Per-tier accumulators - one entry per tier code seen on the
      * range's lines, blank for ordinary retail.

       01 WS-TIER-TABLE.
          05 WS-TIER-COUNT                   PIC 99 VALUE 0.
          05 WS-TIER-ENTRIES OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-TIER-COUNT
               INDEXED BY TIER-IDX.
             10 WS-TIR-CODE                  PIC XX.
             10 WS-TIR-LINES                 PIC 9(5).
             10 WS-TIR-REVENUE               PIC S9(8)V99.
             10 WS-TIR-GIVEN                 PIC S9(8)V99.
             10 WS-TIR-COST                  PIC S9(8)V99.

      * Per-item accumulators. Signed - an item sold last month and
      * returned this month nets below zero for the range.

       01 WS-ITEM-TABLE.
          05 WS-ITEM-COUNT                   PIC 9(4) VALUE 0.
               INDEXED BY ITM-IDX.
             10 WS-ITM-CODE                  PIC X(10).
             10 WS-ITM-DESC                  PIC X(25).
             10 WS-ITM-UNITS                 PIC S9(6).
             10 WS-ITM-REVENUE               PIC S9(8)V99.
             10 WS-ITM-COST                  PIC S9(8)V99.

      * Report lines.

          05 GMD-CODE                        PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 GMD-DESC                        PIC X(25).
          05 GMD-UNITS                       PIC -ZZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 GMD-REVENUE                     PIC -$,$$$,$$9.99.
          05 GMD-COST                        PIC -$,$$$,$$9.99.
          05 GMD-MARGIN                      PIC -$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 GMD-PCT                         PIC -ZZ9.9.
       01 GM-TRAILER.
          05                                 PIC X(37)
                         VALUE "*TOTALS*".
          05 GMT-REVENUE                     PIC -$,$$$,$$$,$$9.99.
          05 GMT-COST                        PIC -$,$$$,$$$,$$9.99.
          05 GMT-MARGIN                      PIC -$,$$$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 GMT-PCT                         PIC -ZZ9.9.
          05                                 PIC X(6)  VALUE SPACES.

       01 GM-TIER-HEADING1.
          05                                 PIC X(30)
                         VALUE "MARGIN BY PRICING TIER".
          05                                 PIC X(70) VALUE SPACES.

       01 GM-TIER-HEADING2.
          05                                 PIC X(6)  VALUE "TIER".
          05                                 PIC X(7)  VALUE "  LINES".
          05                                 PIC X(13)
                                    VALUE " LIST REVENUE".
          05                                 PIC X(13)
                                    VALUE "   GIVEN AWAY".
          05                                 PIC X(13)
                                    VALUE "         COST".
          05                                 PIC X(13)
                                    VALUE "       MARGIN".
          05                                 PIC X(8)
                                    VALUE "   MGN %".
          05                                 PIC X(27) VALUE SPACES.

       01 GM-TIER-DETAIL.
          05 GMR-TIER                        PIC X(6).
          05                                 PIC X(2)  VALUE SPACES.
          05 GMR-LINES                       PIC ZZZZ9.
          05 GMR-REVENUE                     PIC -$,$$$,$$9.99.
          05 GMR-GIVEN                       PIC -$,$$$,$$9.99.
          05 GMR-COST                        PIC -$,$$$,$$9.99.
          05 GMR-MARGIN                      PIC -$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 GMR-PCT                         PIC -ZZ9.9.
          05                                 PIC X(27) VALUE SPACES.

       01 GM-USED-HEADING1.
          05                                 PIC X(50) VALUE
                 "USED BIKES SOLD - ALLOWANCE PLUS REFURBISHMENT".
          05                                 PIC X(50) VALUE SPACES.

       01 GM-USED-HEADING2.
          05                                 PIC X(10)
                                    VALUE "ITEM CODE".
          05                                 PIC X(2)  VALUE SPACES.
          05                                 PIC X(6)  VALUE " UNITS".
          05                                 PIC X(13)
                                    VALUE "      REVENUE".
          05                                 PIC X(13)
                                    VALUE "    ALLOWANCE".
          05                                 PIC X(13)
                                    VALUE "       REFURB".
          05                                 PIC X(13)
                                    VALUE "       MARGIN".
          05                                 PIC X(8)
                                    VALUE "   MGN %".
          05                                 PIC X(22) VALUE SPACES.

       01 GM-USED-DETAIL.
          05 GMU-CODE                        PIC X(10).
          05                                 PIC X(2)  VALUE SPACES.
          05 GMU-UNITS                       PIC -ZZZ9.
          05                                 PIC X(1)  VALUE SPACES.
          05 GMU-REVENUE                     PIC -$,$$$,$$9.99.
          05 GMU-ALLOWANCE                   PIC -$,$$$,$$9.99.
          05 GMU-REFURB                      PIC -$,$$$,$$9.99.
          05 GMU-MARGIN                      PIC -$,$$$,$$9.99.
          05                                 PIC X(2)  VALUE SPACES.
          05 GMU-PCT                         PIC -ZZ9.9.
          05                                 PIC X(22) VALUE SPACES.

      * Files

       01 WS-FILES.
          VALUE "C:\COBOL\InvoiceDetail.txt".
          05 UT-SYS-GMRPT                    PIC X(60)
          VALUE "C:\COBOL\GrossMargin.txt".
          05 UT-SYS-RETURNS                  PIC X(60)
          VALUE "C:\COBOL\InvoiceReturns.txt".
          05 UT-SYS-USEDLOG                  PIC X(60)
          VALUE "C:\COBOL\UsedBikeIntake.txt".
          05 UT-SYS-WOFILE                   PIC X(60)
          VALUE "C:\COBOL\WorkOrders.txt".

      * Start of procedure division

           ACCEPT WS-FROM-DATE
           DISPLAY "ENTER TO DATE (YYYYMMDD, SAME DATE = ONE DAY)"
           ACCEPT WS-TO-DATE
           PERFORM 100-LOAD-USED-BIKES THRU 100-EXIT
           PERFORM 150-LOAD-REFURB-COSTS THRU 150-EXIT
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               DISPLAY "NO INVOICE DETAIL ON FILE - STATUS "
           IF WS-INVDETL-STATUS = "00"
               CLOSE INVOICE-DETAIL-FILE
           END-IF
           PERFORM 500-NET-RETURNS THRU 500-EXIT
           PERFORM 700-WRITE-REPORT THRU 700-EXIT
       STOP RUN.

      ******************************************************************
      * 100-LOAD-USED-BIKES TABLES EVERY BIKE STOCKED FROM A TRADE-IN
      * WITH ITS ALLOWANCE. A BIKE HELD FOR THE POLICE WAS NEVER
      * STOCKED. THE LOG IS OPTIONAL.
      ******************************************************************
       100-LOAD-USED-BIKES.
           OPEN INPUT USED-BIKE-LOG
           IF WS-USEDLOG-STATUS NOT = "00"
               GO TO 100-EXIT
           END-IF
           MOVE "NO" TO WS-LOAD-EOF
           PERFORM 110-READ-USED-BIKE THRU 110-EXIT
               UNTIL WS-LOAD-EOF = "YES"
           CLOSE USED-BIKE-LOG.
       100-EXIT.

       110-READ-USED-BIKE.
           READ USED-BIKE-LOG
               AT END
                   MOVE "YES" TO WS-LOAD-EOF
                   GO TO 110-EXIT
           END-READ
           IF UBL-POLICE-HOLD OR UBL-ITEM-CODE = SPACES
               GO TO 110-EXIT
           END-IF
           IF WS-USED-COUNT < 2000
               ADD 1 TO WS-USED-COUNT
               SET USD-IDX TO WS-USED-COUNT
               MOVE UBL-ITEM-CODE TO WS-USD-CODE (USD-IDX)
               MOVE UBL-INTAKE-COST TO WS-USD-ALLOWANCE (USD-IDX)
               MOVE ZEROS TO WS-USD-REFURB (USD-IDX)
                   WS-USD-UNITS (USD-IDX) WS-USD-REVENUE (USD-IDX)
           END-IF.
       110-EXIT.

      ******************************************************************
      * 150-LOAD-REFURB-COSTS ADDS EVERY LABOR AND PART LINE OF EVERY
      * REFURBISHMENT ORDER TO ITS USED BIKE. AN ORDER'S H LINE COMES
      * BEFORE ITS OTHER LINES ON THE APPEND-ONLY FILE, SO ONE PASS
      * PAIRS THEM.
      ******************************************************************
       150-LOAD-REFURB-COSTS.
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               GO TO 150-EXIT
           END-IF
           MOVE "NO" TO WS-LOAD-EOF
           PERFORM 160-READ-WORK-ORDER THRU 160-EXIT
               UNTIL WS-LOAD-EOF = "YES"
           CLOSE WORK-ORDER-FILE.
       150-EXIT.

       160-READ-WORK-ORDER.
           READ WORK-ORDER-FILE
               AT END
                   MOVE "YES" TO WS-LOAD-EOF
                   GO TO 160-EXIT
           END-READ
           IF NOT WO-SHOP-ORDER
               GO TO 160-EXIT
           END-IF
           IF WO-LINE-TYPE = "H"
               PERFORM 170-REGISTER-SHOP-ORDER THRU 170-EXIT
               GO TO 160-EXIT
           END-IF
           IF WO-LINE-TYPE NOT = "L" AND WO-LINE-TYPE NOT = "P"
               GO TO 160-EXIT
           END-IF
           PERFORM VARYING WS-SHOP-SUB FROM 1 BY 1
               UNTIL WS-SHOP-SUB > WS-SHOP-COUNT
               IF WS-SHP-WO-NUMBER (WS-SHOP-SUB) = WO-NUMBER
                   MOVE WS-SHP-USED-SUB (WS-SHOP-SUB) TO WS-USED-SUB
                   ADD WO-LINE-TOTAL TO WS-USD-REFURB (WS-USED-SUB)
               END-IF
           END-PERFORM.
       160-EXIT.

      * The first H line of an order names its bike; later status
      * lines for the same order are skipped.

       170-REGISTER-SHOP-ORDER.
           PERFORM VARYING WS-SHOP-SUB FROM 1 BY 1
               UNTIL WS-SHOP-SUB > WS-SHOP-COUNT
               IF WS-SHP-WO-NUMBER (WS-SHOP-SUB) = WO-NUMBER
                   GO TO 170-EXIT
               END-IF
           END-PERFORM
           MOVE WO-ITEM-CODE TO WS-LINE-CODE
           PERFORM 180-FIND-USED-BIKE THRU 180-EXIT
           IF WS-USED-FOUND = "NO" OR WS-SHOP-COUNT NOT < 2000
               GO TO 170-EXIT
           END-IF
           ADD 1 TO WS-SHOP-COUNT
           SET SHP-IDX TO WS-SHOP-COUNT
           MOVE WO-NUMBER TO WS-SHP-WO-NUMBER (SHP-IDX)
           MOVE WS-USED-SUB TO WS-SHP-USED-SUB (SHP-IDX).
       170-EXIT.

      * Looks WS-LINE-CODE up among the used bikes; WS-USED-SUB
      * points at it when WS-USED-FOUND is "YES".

       180-FIND-USED-BIKE.
           MOVE "NO" TO WS-USED-FOUND
           PERFORM VARYING WS-USED-SUB FROM 1 BY 1
               UNTIL WS-USED-SUB > WS-USED-COUNT
                   OR WS-USED-FOUND = "YES"
               IF WS-USD-CODE (WS-USED-SUB) = WS-LINE-CODE
                   MOVE "YES" TO WS-USED-FOUND
               END-IF
           END-PERFORM
           IF WS-USED-FOUND = "YES"
               SUBTRACT 1 FROM WS-USED-SUB
           END-IF.
       180-EXIT.

      ******************************************************************
      * 400-READ-REC ROLLS EVERY IN-RANGE DETAIL LINE INTO ITS
      * ITEM'S REVENUE AND COST. LINES FROM BEFORE THE COST FIELD
           ELSE
               MOVE ZEROS TO WS-LINE-COST
           END-IF

      * A used bike's cost is its allowance plus its refurbishment,
      * whatever the cost field said when it was rung.

           MOVE DT-ITEM-CODE TO WS-LINE-CODE
           PERFORM 180-FIND-USED-BIKE THRU 180-EXIT
           IF WS-USED-FOUND = "YES"
               COMPUTE WS-LINE-COST = DT-QTY
                   * (WS-USD-ALLOWANCE (WS-USED-SUB)
                   + WS-USD-REFURB (WS-USED-SUB))
               ADD DT-QTY TO WS-USD-UNITS (WS-USED-SUB)
               ADD DT-LINE-TOTAL TO WS-USD-REVENUE (WS-USED-SUB)
           END-IF
           MOVE "NO" TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE DT-QTY TO WS-ITM-UNITS (ITM-IDX)
               MOVE DT-LINE-TOTAL TO WS-ITM-REVENUE (ITM-IDX)
               MOVE WS-LINE-COST TO WS-ITM-COST (ITM-IDX)
           END-IF
           PERFORM 420-POST-TIER THRU 420-EXIT.
       410-EXIT.

      ******************************************************************
      * 420-POST-TIER ROLLS THE LINE INTO ITS PRICING TIER. LINES FROM
      * BEFORE THE TIER FIELDS EXISTED COUNT AS RETAIL WITH NOTHING
      * GIVEN AWAY.
      ******************************************************************
       420-POST-TIER.
           MOVE DT-PRICING-TIER TO WS-LINE-TIER
           IF WS-LINE-TIER = LOW-VALUES
               MOVE SPACES TO WS-LINE-TIER
           END-IF
           IF DT-TIER-DISCOUNT NUMERIC
               MOVE DT-TIER-DISCOUNT TO WS-LINE-TIER-DISC
           ELSE
               MOVE ZEROS TO WS-LINE-TIER-DISC
           END-IF
           MOVE "NO" TO WS-TIER-FOUND
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-TIER-COUNT
               IF WS-TIR-CODE (WS-TIER-SUB) = WS-LINE-TIER
                   MOVE "YES" TO WS-TIER-FOUND
                   ADD 1 TO WS-TIR-LINES (WS-TIER-SUB)
                   ADD DT-LINE-TOTAL TO WS-TIR-REVENUE (WS-TIER-SUB)
                   ADD WS-LINE-TIER-DISC TO WS-TIR-GIVEN (WS-TIER-SUB)
                   ADD WS-LINE-COST TO WS-TIR-COST (WS-TIER-SUB)
               END-IF
           END-PERFORM
           IF WS-TIER-FOUND = "NO" AND WS-TIER-COUNT < 50
               ADD 1 TO WS-TIER-COUNT
               SET TIER-IDX TO WS-TIER-COUNT
               MOVE WS-LINE-TIER TO WS-TIR-CODE (TIER-IDX)
               MOVE 1 TO WS-TIR-LINES (TIER-IDX)
               MOVE DT-LINE-TOTAL TO WS-TIR-REVENUE (TIER-IDX)
               MOVE WS-LINE-TIER-DISC TO WS-TIR-GIVEN (TIER-IDX)
               MOVE WS-LINE-COST TO WS-TIR-COST (TIER-IDX)
           END-IF.
       420-EXIT.

      ******************************************************************
      * 500-NET-RETURNS BACKS EVERY RETURN TAKEN IN THE RANGE OUT OF
      * ITS ITEM - UNITS, THE GOODS VALUE LESS ANY RESTOCKING FEE
      * KEPT, AND THE COST THE LINE WAS SOLD AT. THE LOG IS OPTIONAL.
      ******************************************************************
       500-NET-RETURNS.
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               GO TO 500-EXIT
           END-IF
           PERFORM 510-READ-RETURN THRU 510-EXIT
               UNTIL WS-RET-EOF = "YES"
           CLOSE INVOICE-RETURN-FILE.
       500-EXIT.

       510-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WS-RET-EOF
                   GO TO 510-EXIT
           END-READ
           IF RET-RETURN-DATE < WS-FROM-DATE
               OR RET-RETURN-DATE > WS-TO-DATE
               GO TO 510-EXIT
           END-IF
           IF RET-UNIT-COST NUMERIC
               COMPUTE WS-LINE-COST = RET-UNIT-COST * RET-QTY
           ELSE
               MOVE ZEROS TO WS-LINE-COST
           END-IF
           COMPUTE WS-LINE-REVENUE = RET-LINE-AMOUNT - RET-RESTOCK-FEE
           MOVE RET-ITEM-CODE TO WS-LINE-CODE
           PERFORM 180-FIND-USED-BIKE THRU 180-EXIT
           IF WS-USED-FOUND = "YES"
               COMPUTE WS-LINE-COST = RET-QTY
                   * (WS-USD-ALLOWANCE (WS-USED-SUB)
                   + WS-USD-REFURB (WS-USED-SUB))
               SUBTRACT RET-QTY FROM WS-USD-UNITS (WS-USED-SUB)
               SUBTRACT WS-LINE-REVENUE
                   FROM WS-USD-REVENUE (WS-USED-SUB)
           END-IF
           MOVE "NO" TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-ITM-CODE (WS-ITEM-SUB) = RET-ITEM-CODE
                   MOVE "YES" TO WS-ITEM-FOUND
                   SUBTRACT RET-QTY FROM WS-ITM-UNITS (WS-ITEM-SUB)
                   SUBTRACT WS-LINE-REVENUE
                       FROM WS-ITM-REVENUE (WS-ITEM-SUB)
                   SUBTRACT WS-LINE-COST FROM WS-ITM-COST (WS-ITEM-SUB)
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = "NO" AND WS-ITEM-COUNT < 1000
               ADD 1 TO WS-ITEM-COUNT
               SET ITM-IDX TO WS-ITEM-COUNT
               MOVE RET-ITEM-CODE TO WS-ITM-CODE (ITM-IDX)
               MOVE "RETURNED - SOLD EARLIER" TO WS-ITM-DESC (ITM-IDX)
               COMPUTE WS-ITM-UNITS (ITM-IDX) = 0 - RET-QTY
               COMPUTE WS-ITM-REVENUE (ITM-IDX) = 0 - WS-LINE-REVENUE
               COMPUTE WS-ITM-COST (ITM-IDX) = 0 - WS-LINE-COST
           END-IF.
       510-EXIT.

      ******************************************************************
      * 700-WRITE-REPORT PRINTS ONE LINE PER ITEM AND THE TOTALS
      * TRAILER WITH THE OVERALL MARGIN PERCENT.
           END-IF
           WRITE REPORT-RECORD FROM GM-TRAILER
            AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM GM-TIER-HEADING1
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM GM-TIER-HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-TIER-COUNT
               PERFORM 720-WRITE-TIER-LINE THRU 720-EXIT
           END-PERFORM
           WRITE REPORT-RECORD FROM GM-USED-HEADING1
            AFTER ADVANCING 3 LINES
           WRITE REPORT-RECORD FROM GM-USED-HEADING2
            AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-USED-SUB FROM 1 BY 1
               UNTIL WS-USED-SUB > WS-USED-COUNT
               PERFORM 730-WRITE-USED-LINE THRU 730-EXIT
           END-PERFORM
           CLOSE MARGIN-REPORT-FILE
           DISPLAY "GROSS MARGIN REPORT WRITTEN - ITEMS: "
               WS-ITEM-COUNT.
           ADD WS-ITM-REVENUE (WS-ITEM-SUB) TO WS-TOT-REVENUE
           ADD WS-ITM-COST (WS-ITEM-SUB) TO WS-TOT-COST.
       710-EXIT.

      ******************************************************************
      * 720-WRITE-TIER-LINE PRINTS ONE PRICING TIER: LIST REVENUE, THE
      * TIER DISCOUNT GIVEN AWAY OFF IT, COST, AND THE MARGIN LEFT
      * AFTER THE TIER DISCOUNT.
      ******************************************************************
       720-WRITE-TIER-LINE.
           IF WS-TIR-CODE (WS-TIER-SUB) = SPACES
               MOVE "RETAIL" TO GMR-TIER
           ELSE
               MOVE WS-TIR-CODE (WS-TIER-SUB) TO GMR-TIER
           END-IF
           MOVE WS-TIR-LINES (WS-TIER-SUB) TO GMR-LINES
           MOVE WS-TIR-REVENUE (WS-TIER-SUB) TO GMR-REVENUE
           MOVE WS-TIR-GIVEN (WS-TIER-SUB) TO GMR-GIVEN
           MOVE WS-TIR-COST (WS-TIER-SUB) TO GMR-COST
           COMPUTE WS-MARGIN = WS-TIR-REVENUE (WS-TIER-SUB)
               - WS-TIR-GIVEN (WS-TIER-SUB) - WS-TIR-COST (WS-TIER-SUB)
           MOVE WS-MARGIN TO GMR-MARGIN
           IF WS-TIR-REVENUE (WS-TIER-SUB) > WS-TIR-GIVEN (WS-TIER-SUB)
               COMPUTE GMR-PCT ROUNDED = (WS-MARGIN * 100)
                   / (WS-TIR-REVENUE (WS-TIER-SUB)
                   - WS-TIR-GIVEN (WS-TIER-SUB))
           ELSE
               MOVE ZEROS TO GMR-PCT
           END-IF
           WRITE REPORT-RECORD FROM GM-TIER-DETAIL
            AFTER ADVANCING 1 LINE.
       720-EXIT.

      ******************************************************************
      * 730-WRITE-USED-LINE PRINTS ONE USED BIKE SOLD (OR RETURNED) IN
      * THE RANGE: WHAT IT BROUGHT, THE ALLOWANCE PAID FOR IT, THE
      * REFURBISHMENT PUT INTO IT, AND THE MARGIN LEFT.
      ******************************************************************
       730-WRITE-USED-LINE.
           IF WS-USD-UNITS (WS-USED-SUB) = ZEROS
               AND WS-USD-REVENUE (WS-USED-SUB) = ZEROS
               GO TO 730-EXIT
           END-IF
           MOVE WS-USD-CODE (WS-USED-SUB) TO GMU-CODE
           MOVE WS-USD-UNITS (WS-USED-SUB) TO GMU-UNITS
           MOVE WS-USD-REVENUE (WS-USED-SUB) TO GMU-REVENUE
           COMPUTE GMU-ALLOWANCE = WS-USD-UNITS (WS-USED-SUB)
               * WS-USD-ALLOWANCE (WS-USED-SUB)
           COMPUTE GMU-REFURB = WS-USD-UNITS (WS-USED-SUB)
               * WS-USD-REFURB (WS-USED-SUB)
           COMPUTE WS-MARGIN = WS-USD-REVENUE (WS-USED-SUB)
               - WS-USD-UNITS (WS-USED-SUB)
               * (WS-USD-ALLOWANCE (WS-USED-SUB)
               + WS-USD-REFURB (WS-USED-SUB))
           MOVE WS-MARGIN TO GMU-MARGIN
           IF WS-USD-REVENUE (WS-USED-SUB) > ZEROS
               COMPUTE GMU-PCT ROUNDED =
                   (WS-MARGIN * 100) / WS-USD-REVENUE (WS-USED-SUB)
           ELSE
               MOVE ZEROS TO GMU-PCT
           END-IF
           WRITE REPORT-RECORD FROM GM-USED-DETAIL
            AFTER ADVANCING 1 LINE.
       730-EXIT.
