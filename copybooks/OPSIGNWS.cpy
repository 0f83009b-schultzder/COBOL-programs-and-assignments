      ******************************************************************
      * OPSIGNWS.cpy - parameter block for the shared OPSIGNON PIN
      * checker (CALLed the way OPCHECK is). Every sign-on looks the
      * keyed ID up on the operator master as before, then hands it
      * here: OPSIGNON asks for the PIN on the console (never echoed,
      * never shown), counts wrong tries on the operator's own record,
      * locks the operator out on the third, and forces a new PIN
      * once the old one has run its course. Every outcome goes on
      * the security log (see copybooks/SECLOG.cpy).
      *
      *   SO-REQUEST       "S" sign the operator on
      *                    "R" supervisor reset: clears the lockout
      *                        and sets SO-NEW-PIN as a temporary PIN
      *                        the operator must change at once
      *   SO-OPERATOR      the operator signing on (or being reset)
      *   SO-PROGRAM       the program asking, for the security log
      *   SO-OPERATOR-PATH the operator master the caller signed on
      *                    from (its UT-SYS-OPERATOR), so a register
      *                    running on its local snapshot keeps the
      *                    tries on that snapshot
      *   SO-SUPERVISOR    who is resetting ("R" only)
      *   SO-NEW-PIN       the temporary PIN ("R" only)
      *   SO-RESULT        "G" signed on
      *                    "N" ID not on the operator master
      *                    "W" wrong PIN, tries left
      *                    "L" locked out (now or already)
      *                    "P" no PIN on file - a supervisor must
      *                        issue a temporary one
      *                    "C" a PIN change was due and not made,
      *                        or a reset PIN was not 4-8 digits
      *                    "B" operator master busy or unwritable
      *                    "E" no operator master on hand
      *                    "R" reset done
      ******************************************************************
       01 SO-PARMS.
          05 SO-REQUEST                      PIC X.
          05 SO-OPERATOR                     PIC X(4).
          05 SO-PROGRAM                      PIC X(8).
          05 SO-OPERATOR-PATH                PIC X(60).
          05 SO-SUPERVISOR                   PIC X(4).
          05 SO-NEW-PIN                      PIC X(8).
          05 SO-RESULT                       PIC X.
