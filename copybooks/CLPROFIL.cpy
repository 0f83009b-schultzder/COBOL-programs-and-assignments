      ******************************************************************
      * CLPROFIL.cpy - client value profile record layout, rewritten
      * in full every month by CLIENTSG to ClientProfile.txt, one
      * record per client on the shared client master (see
      * copybooks/CLIENTMS.cpy). Each record carries the client's
      * recency-frequency-monetary scores across the bike shop
      * (invoice history), client sales (PROJECT1's sales file) and
      * travel (the booking master), the segment they score into,
      * and their lifetime value - net spend in home currency over
      * everything on file in all three businesses.
      *
      * CP-SEGMENT-CODE:  C  champion - bought in the last 90 days
      *                      and scores high on frequency and spend
      *                   R  regular - active, no other segment
      *                   O  one-time - a single purchase ever,
      *                      within the last year
      *                   A  at-risk - a frequent or big spender who
      *                      has not bought in 90 days
      *                   L  lapsed - nothing bought in a year
      *                   N  no purchase on file
      *
      * CP-PRIOR-SEGMENT is the segment the client held on the
      * previous month's run (blank on the client's first run), so
      * the movement report can be reprinted from the file alone. A
      * rerun in the same month keeps the prior segment it found.
      *
      * Frequency and spend are over the 24 months to CP-RUN-DATE.
      * The business flags are Y for a business the client has
      * bought from in those 24 months.
      ******************************************************************
       01  CP-RECORD.
           05 CP-CLIENT-NO               PIC X(5).
           05 CP-SEGMENT-CODE            PIC X.
              88 CP-CHAMPION             VALUE "C".
              88 CP-REGULAR              VALUE "R".
              88 CP-ONE-TIME             VALUE "O".
              88 CP-AT-RISK              VALUE "A".
              88 CP-LAPSED               VALUE "L".
              88 CP-NO-PURCHASE          VALUE "N".
           05 CP-PRIOR-SEGMENT           PIC X.
           05 CP-RUN-DATE                PIC 9(8).
           05 CP-LAST-PURCHASE           PIC 9(8).
           05 CP-RECENCY-SCORE           PIC 9.
           05 CP-FREQUENCY-SCORE         PIC 9.
           05 CP-MONETARY-SCORE          PIC 9.
           05 CP-FREQUENCY-24            PIC 9(5).
           05 CP-SPEND-24                PIC S9(7)V99.
           05 CP-LIFETIME-VALUE          PIC S9(7)V99.
           05 CP-BIKE-FLAG               PIC X.
           05 CP-SALES-FLAG              PIC X.
           05 CP-TRAVEL-FLAG             PIC X.
           05 CP-FILLER                  PIC X(28).
