      ******************************************************************
      * CNOTEWS.cpy - parameter block for the shared CNOTELOG client
      * contact notes subprogram (CALLed the way OPCHECK is). Every
      * desk that talks to clients shows the client's latest notes
      * and takes a new one through it, so the notes file (see
      * copybooks/CONTNOTE.cpy) is written one way only.
      *
      *   NP-ACTION      "L" load the client's latest notes into
      *                      NP-LATEST (the caller shows them)
      *                  "S" load them and show them on the console
      *                  "P" prompt on the console for a new note
      *                      (contact type, text, follow-up date)
      *                      and append it
      *                  "A" append the note already in NP-NEW-*
      *   NP-CLIENT-NO   the client, as on the client master
      *   NP-OPERATOR    who took the contact
      *   NP-DEPARTMENT  R register, S service, T travel, A accounts
      *   NP-RESULT      "Y" done, "N" nothing written (blank text,
      *                  bad type or date, or the file could not be
      *                  opened)
      *   NP-NOTE-COUNT  notes on file for the client (back from L/S)
      *   NP-LATEST      up to five latest, newest first (L/S)
      ******************************************************************
       01 NP-PARMS.
          05 NP-ACTION                       PIC X.
          05 NP-CLIENT-NO                    PIC X(5).
          05 NP-OPERATOR                     PIC X(4).
          05 NP-DEPARTMENT                   PIC X.
          05 NP-RESULT                       PIC X.
          05 NP-NOTE-COUNT                   PIC 9(5).
          05 NP-LATEST-COUNT                 PIC 9.
          05 NP-LATEST OCCURS 5 TIMES.
             10 NP-LT-DATE                   PIC 9(8).
             10 NP-LT-OPERATOR               PIC X(4).
             10 NP-LT-DEPARTMENT             PIC X.
             10 NP-LT-TYPE                   PIC XX.
             10 NP-LT-FOLLOWUP               PIC 9(8).
             10 NP-LT-TEXT                   PIC X(60).
          05 NP-NEW-TYPE                     PIC XX.
          05 NP-NEW-FOLLOWUP                 PIC 9(8).
          05 NP-NEW-TEXT                     PIC X(60).
