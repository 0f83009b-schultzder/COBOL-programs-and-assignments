      * paths - price override, voiding, region retirement - on the
      * authority level instead of the shared "9999" literal
      * everyone knew.
      *
      * Every sign-on also asks for the operator's PIN (the shared
      * OPSIGNON subprogram, see copybooks/OPSIGNWS.cpy). The PIN is
      * never held in the clear - only its scrambled value - and the
      * trailing fields carry when it was last set, the wrong tries
      * since the last good sign-on, and the lockout three of them
      * bring. A line from before PINs reads as no PIN set; that
      * operator is refused at sign-on until a supervisor issues a
      * temporary PIN through PERMMNT. Only while no supervisor has
      * a PIN may a supervisor choose the first one at sign-on.
      ******************************************************************
       01  OP-RECORD.
           05 OP-ID                      PIC X(4).
           05 OP-NAME                    PIC X(20).
           05 OP-AUTH-LEVEL              PIC 9.
           05 OP-PIN-HASH                PIC 9(9).
           05 OP-PIN-SET-DATE            PIC 9(8).
           05 OP-FAIL-COUNT              PIC 9.
           05 OP-LOCK-FLAG               PIC X.
              88 OP-LOCKED-OUT           VALUE "L".
