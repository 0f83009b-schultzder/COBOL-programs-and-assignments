      ******************************************************************
      * BENCHCAP.cpy - service bench capacity record layout, kept on
      * BenchHours.txt and maintained through SVCAPPT. The mechanic
      * hours the bench has on a day, summed across every mechanic
      * working it:
      *
      *   BC-WEEKDAY 1-7 (Monday-Sunday) with BC-DATE zero is the
      *   usual hours for that day of the week.
      *   BC-WEEKDAY 0 with a BC-DATE is a one-day change - a holiday
      *   (hours zero), a mechanic off, an extra hand in April - and
      *   wins over the weekday line.
      *
      * A day with no line at all has no bench hours and takes no
      * appointments.
      ******************************************************************
       01  BC-RECORD.
           05 BC-WEEKDAY                 PIC 9.
           05 BC-DATE                    PIC 9(8).
           05 BC-HOURS                   PIC 9(3)V9.
