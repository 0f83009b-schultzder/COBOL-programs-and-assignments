      ******************************************************************
      * SVCAPPT.cpy - service appointment record layout, kept on
      * ServiceAppts.txt by SVCAPPT. One record per booking; the
      * appointment number is the highest on file + 1.
      *
      *   SA-BENCH-MINUTES   the service menu's standard minutes when
      *                      the appointment was booked - what it
      *                      counts against the day's bench hours
      *   SA-STATUS          "B" booked
      *                      "C" checked in - SA-WO-NUMBER is the work
      *                          order it opened
      *                      "K" cancelled
      *                      "N" no-show (marked from the call-back
      *                          list)
      *
      * Booked and checked-in appointments hold their minutes;
      * cancelled and no-show ones give them back.
      ******************************************************************
       01  SA-RECORD.
           05 SA-APPT-NUMBER             PIC 9(6).
           05 SA-CLIENT-NO               PIC X(5).
           05 SA-APPT-DATE               PIC 9(8).
           05 SA-SERVICE-CODE            PIC X(4).
           05 SA-BENCH-MINUTES           PIC 9(4).
           05 SA-BIKE-DESC               PIC X(25).
           05 SA-NOTES                   PIC X(40).
           05 SA-STATUS                  PIC X.
               88 SA-BOOKED                        VALUE "B".
               88 SA-CHECKED-IN                    VALUE "C".
               88 SA-CANCELLED                     VALUE "K".
               88 SA-NO-SHOW                       VALUE "N".
           05 SA-WO-NUMBER               PIC 9(6).
           05 SA-BOOKED-DATE             PIC 9(8).
