      *   "H" + YYYYMMDD            a holiday (not a business day)
      *   "J" + job name (8) + frequency:
      *         D  every business day
      *         W  last business day of the week (Monday-Sunday)
      *         M  last business day of the month
      *         Q  last business day of the quarter
      *         Y  last business day of the year
      *
      * A business day is Monday-Friday and not a listed holiday.
      * "Last business day of the month" means no later day in the
      * same month is a business day, and likewise for the week
      * (Monday through Sunday). On a non-business day nothing is
      * due and the due-jobs file comes out empty.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-CHECK-YEAR                   PIC 9(4).
          05 WS-RUN-YEAR                     PIC 9(4).
          05 WS-WORK-MM                      PIC 99.
          05 WS-RUN-WEEK                     PIC 9(7).
          05 WS-CHECK-WEEK                   PIC 9(7).
          05 WS-WEEK-END                     PIC XXX.
          05 WS-MONTH-END                    PIC XXX.
          05 WS-QUARTER-END                  PIC XXX.
          05 WS-YEAR-END                     PIC XXX.

      ******************************************************************
      * 400-CLASSIFY-THE-DAY DECIDES WHETHER THE BUSINESS DATE IS
      * THE LAST BUSINESS DAY OF ITS WEEK, MONTH, QUARTER, AND YEAR
      * BY WALKING FORWARD DAY BY DAY: THE FIRST LATER BUSINESS DAY
      * FOUND SAYS WHICH PERIODS CONTINUE PAST TODAY.
      ******************************************************************
       400-CLASSIFY-THE-DAY.
           MOVE "YES" TO WS-WEEK-END WS-MONTH-END WS-QUARTER-END
               WS-YEAR-END
           COMPUTE WS-RUN-MONTH = BD-BUSINESS-DATE / 100
           COMPUTE WS-RUN-YEAR = BD-BUSINESS-DATE / 10000
           COMPUTE WS-WORK-MM =
           COMPUTE WS-RUN-QUARTER = (WS-WORK-MM + 2) / 3
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE (BD-BUSINESS-DATE)
           COMPUTE WS-RUN-WEEK = (WS-CHECK-INT - 1) / 7
           MOVE ZEROS TO WS-SCAN-LIMIT
           PERFORM 410-SCAN-ONE-DAY THRU 410-EXIT
               UNTIL WS-SCAN-LIMIT > 10
           COMPUTE WS-WORK-MM =
               WS-CHECK-MONTH - (WS-CHECK-YEAR * 100)
           COMPUTE WS-CHECK-QUARTER = (WS-WORK-MM + 2) / 3
           COMPUTE WS-CHECK-WEEK = (WS-CHECK-INT - 1) / 7
           IF WS-CHECK-WEEK = WS-RUN-WEEK
               MOVE "NO" TO WS-WEEK-END
           END-IF
           IF WS-CHECK-MONTH = WS-RUN-MONTH
               MOVE "NO" TO WS-MONTH-END
           END-IF
               EVALUATE WS-JOB-FREQ (JOB-IDX)
                   WHEN "D"
                       PERFORM 510-WRITE-ONE-JOB THRU 510-EXIT
                   WHEN "W"
                       IF WS-WEEK-END = "YES"
                           PERFORM 510-WRITE-ONE-JOB THRU 510-EXIT
                       END-IF
                   WHEN "M"
                       IF WS-MONTH-END = "YES"
                           PERFORM 510-WRITE-ONE-JOB THRU 510-EXIT
