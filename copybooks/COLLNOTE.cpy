      ******************************************************************
      * COLLNOTE.cpy - collections notes record layout, appended to
      * CollectionNotes.txt by COLLECT's collector screen. One record
      * per call made on a past-due client: who called, what came of
      * it, any promise to pay (the date and amount promised), and
      * when to call again. The client's total owed across house
      * account, layaway and trip balances is stamped on the record
      * at the time of the call, so a promise can later be judged
      * kept or broken by how far the total has come down since -
      * neither the layaway file nor the trip schedule keeps its own
      * payment history. Append-only, like every other log: a
      * client's latest record is the one in force.
      ******************************************************************
       01  CN-RECORD.
           05 CN-CLIENT-NO               PIC X(5).
           05 CN-DATE                    PIC 9(8).
           05 CN-TIME                    PIC 9(8).
           05 CN-COLLECTOR               PIC X(4).
           05 CN-OUTCOME                 PIC XX.
              88 CN-PROMISE-TO-PAY       VALUE "PP".
              88 CN-NO-ANSWER            VALUE "NA".
              88 CN-LEFT-MESSAGE         VALUE "LM".
              88 CN-SPOKE-NO-PROMISE     VALUE "SP".
              88 CN-DISPUTED             VALUE "DS".
              88 CN-SAYS-PAID            VALUE "PD".
              88 CN-WRONG-NUMBER         VALUE "WN".
              88 CN-VALID-OUTCOME        VALUE "PP" "NA" "LM" "SP"
                                               "DS" "PD" "WN".
           05 CN-PROMISE-DATE            PIC 9(8).
           05 CN-PROMISE-AMOUNT          PIC 9(7)V99.
           05 CN-OWED-AT-CALL            PIC 9(7)V99.
           05 CN-FOLLOWUP-DATE           PIC 9(8).
           05 CN-REMARK                  PIC X(40).
