      ******************************************************************
      * SVCMENU.cpy - service menu record layout, kept on
      * ServiceMenu.txt and maintained through SVCAPPT. One record
      * per standard bench job the front desk can book:
      *
      *   SM-BENCH-MINUTES   the standard mechanic time the job takes,
      *                      which is what an appointment for it uses
      *                      up of the day's bench hours
      *   SM-LABOR-PRICE     the standard labor charge, written as the
      *                      work order's first labor line when the
      *                      appointment is checked in
      ******************************************************************
       01  SM-RECORD.
           05 SM-SERVICE-CODE            PIC X(4).
           05 SM-DESCRIPTION             PIC X(25).
           05 SM-BENCH-MINUTES           PIC 9(4).
           05 SM-LABOR-PRICE             PIC 9(5)V99.
