       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPSIGNON.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared operator PIN checker, CALLed the way OPCHECK is (see
      * copybooks/OPSIGNWS.cpy for the parameter block). The sign-on
      * in every interactive program used to take any ID on the
      * operator master at its word, so the permissions matrix was
      * only as strong as nobody knowing a coworker's four
      * characters. Each caller still looks the ID up itself; this
      * program then asks for the PIN.
      *
      * The PIN is never kept or shown in the clear: the operator
      * record holds a scrambled value worked from the ID and the
      * PIN together, and the PIN is keyed with the echo off. Each
      * wrong PIN is counted on the operator's record, so walking
      * from one register to the next does not start the count
      * again; the third locks the operator out until a supervisor
      * resets them through PERMMNT. A good PIN clears the count.
      * A PIN older than WS-PIN-LIFE-DAYS (or a supervisor's
      * temporary one) must be changed before the session goes on.
      * An operator with no PIN on file is refused - the supervisor
      * issues a temporary PIN through PERMMNT. The one exception is
      * the first supervisor PIN on a master where no supervisor has
      * one yet, so there is someone to issue the rest.
      *
      * The operator master is read and rewritten whole under the
      * FILELOCK lock "OPERATORS", so two registers counting tries
      * at once cannot lose each other's update. Every outcome is
      * appended to the security log (see copybooks/SECLOG.cpy)
      * stamped with the workstation's store number.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the operator master.

       SELECT OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFILE-STATUS.

      * Select statement for the append-only security log.

       SELECT SECURITY-LOG-FILE
               ASSIGN TO UT-SYS-SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

      * Select statement for the workstation's store number.

       SELECT STORE-CONTROL-FILE
               ASSIGN TO UT-SYS-STORECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORECTL-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the operator master - each line is
      * carried whole through the table below, so the layout is
      * worked in OP-RECORD in working storage.

       FD  OPERATOR-FILE.
       01  OPERATOR-LINE                      PIC X(44).

      * File description for the security log.

       FD  SECURITY-LOG-FILE.
           COPY SECLOG.

      * File description for the store control file.

       FD  STORE-CONTROL-FILE.
       01  STORECTL-RECORD                    PIC 99.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-OPFILE-STATUS                PIC XX.
          05 WS-SECLOG-STATUS                PIC XX.
          05 WS-STORECTL-STATUS              PIC XX.
          05 WS-OP-EOF                       PIC XXX.
          05 WS-OT-OVERFLOW                  PIC XXX.
          05 WS-OT-SUB                       PIC 999.
          05 WS-OT-FOUND                     PIC 999.
          05 WS-TODAY                        PIC 9(8).
          05 WS-NOW-TIME                     PIC 9(8).
          05 WS-STORE-NO                     PIC 99.
          05 WS-LOCK-HELD                    PIC XXX.
          05 WS-LOCK-TAKEN                   PIC XXX.
          05 WS-LOCK-TRIES                   PIC 999.
          05 WS-SAVE-OK                      PIC XXX.
          05 WS-TRY-DONE                     PIC XXX.
          05 WS-TRY-COUNT                    PIC 9.
          05 WS-NEW-PIN-READY                PIC XXX.
          05 WS-CHANGE-DUE                   PIC XXX.
          05 WS-PIN-AGE                      PIC S9(7).
          05 WS-EVENT                        PIC X(8).
          05 WS-SUPER-PIN-SEEN               PIC XXX.

      * How long a PIN lasts, and how many wrong ones in a row lock
      * the operator out.

          05 WS-PIN-LIFE-DAYS                PIC 999 VALUE 90.
          05 WS-MAX-TRIES                    PIC 9 VALUE 3.

      * The PIN as keyed, and the scrambling work fields. The PIN
      * is scrambled with the operator ID in front of it, so two
      * operators choosing the same PIN do not carry the same value.

       01 WS-PIN-WORK.
          05 WS-PIN-ENTRY                    PIC X(8).
          05 WS-PIN-CONFIRM                  PIC X(8).
          05 WS-PIN-VALID                    PIC XXX.
          05 WS-PIN-SPACE-SEEN               PIC XXX.
          05 WS-PIN-DIGITS                   PIC 99.
          05 WS-PIN-SUB                      PIC 99.
          05 WS-HASH-TEXT                    PIC X(12).
          05 WS-HASH-SUB                     PIC 99.
          05 WS-HASH-WORK                    PIC 9(12).
          05 WS-NEW-HASH                     PIC 9(9).

      * The operator being worked, laid out as on the master.

           COPY OPERATOR.

      * The whole operator master, held for the rewrite.

       01 WS-OPERATOR-TABLE.
          05 WS-OT-COUNT                     PIC 999 VALUE 0.
          05 WS-OT-ENTRY OCCURS 500 TIMES    PIC X(44).

      * The shared named-lock facility's parameter block.

       COPY FLOCKWS.

       01 WS-FILES.
          05 UT-SYS-OPERATOR                 PIC X(60)
          VALUE "C:\COBOL\Operators.txt".
          05 UT-SYS-SECLOG                   PIC X(60)
          VALUE "C:\COBOL\SecurityLog.txt".
          05 UT-SYS-STORECTL                 PIC X(60)
          VALUE "C:\COBOL\StoreNumber.txt".

       LINKAGE SECTION.
           COPY OPSIGNWS.

      * Start of procedure division

       PROCEDURE DIVISION USING SO-PARMS.

      ******************************************************************
      * 000-MAIN-RTN SIGNS THE OPERATOR ON FOR AN "S" REQUEST AND
      * RESETS THEM FOR AN "R".
      ******************************************************************
       000-MAIN-RTN.
           IF SO-OPERATOR-PATH NOT = SPACES
               MOVE SO-OPERATOR-PATH TO UT-SYS-OPERATOR
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO SO-RESULT
           PERFORM 050-GET-STORE-NUMBER THRU 050-EXIT
           IF SO-REQUEST = "R"
               PERFORM 600-RESET-OPERATOR THRU 600-EXIT
           ELSE
               PERFORM 100-SIGN-ON THRU 100-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 050-GET-STORE-NUMBER READS WHICH STORE THIS WORKSTATION RINGS
      * FOR. NO FILE (OR A ZERO) MEANS STORE 1, AS AT THE REGISTER.
      ******************************************************************
       050-GET-STORE-NUMBER.
           MOVE 1 TO WS-STORE-NO
           OPEN INPUT STORE-CONTROL-FILE
           IF WS-STORECTL-STATUS NOT = "00"
               GO TO 050-EXIT
           END-IF
           READ STORE-CONTROL-FILE
               AT END
                   MOVE 1 TO STORECTL-RECORD
           END-READ
           IF STORECTL-RECORD NUMERIC
               AND STORECTL-RECORD > ZEROS
               MOVE STORECTL-RECORD TO WS-STORE-NO
           END-IF
           CLOSE STORE-CONTROL-FILE.
       050-EXIT.

      ******************************************************************
      * 100-SIGN-ON REFUSES AN UNKNOWN OR LOCKED-OUT OPERATOR AND AN
      * OPERATOR WITH NO PIN ON FILE, AND OTHERWISE TAKES THE PIN
      * UNTIL IT IS RIGHT, THE OPERATOR GIVES UP, OR THE WRONG TRIES
      * LOCK THEM OUT. A GOOD SIGN-ON WITH A PIN DUE FOR CHANGE GOES
      * ON ONLY ONCE A NEW ONE IS CHOSEN. WHILE NO SUPERVISOR ON THE
      * MASTER HAS A PIN, A SUPERVISOR MAY CHOOSE THE FIRST ONE.
      ******************************************************************
       100-SIGN-ON.
           PERFORM 200-LOAD-OPERATORS THRU 200-EXIT
           IF SO-RESULT NOT = SPACES
               GO TO 100-EXIT
           END-IF
           PERFORM 250-RELEASE-LOCK THRU 250-EXIT
           IF WS-OT-FOUND = ZEROS
               MOVE "N" TO SO-RESULT
               MOVE "UNKNOWN" TO WS-EVENT
               PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
               GO TO 100-EXIT
           END-IF
           IF OP-LOCKED-OUT
               DISPLAY "OPERATOR " SO-OPERATOR
                   " IS LOCKED OUT - SEE A SUPERVISOR"
               MOVE "L" TO SO-RESULT
               MOVE "LOCKED" TO WS-EVENT
               PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
               GO TO 100-EXIT
           END-IF
           IF OP-PIN-HASH NOT NUMERIC
               AND OP-AUTH-LEVEL = 3
               AND WS-SUPER-PIN-SEEN = "NO"
               DISPLAY "NO SUPERVISOR PIN ON FILE YET - CHOOSE ONE "
                   "NOW"
               PERFORM 400-CHANGE-PIN THRU 400-EXIT
               GO TO 100-LOG-SIGNON
           END-IF
           IF OP-PIN-HASH NOT NUMERIC
               DISPLAY "NO PIN ON FILE FOR " SO-OPERATOR
                   " - SEE A SUPERVISOR FOR A TEMPORARY PIN"
               MOVE "P" TO SO-RESULT
               MOVE "NOPIN" TO WS-EVENT
               PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
               GO TO 100-EXIT
           END-IF
           MOVE "NO" TO WS-TRY-DONE
           MOVE ZEROS TO WS-TRY-COUNT
           PERFORM 150-TRY-PIN THRU 150-EXIT
               UNTIL WS-TRY-DONE = "YES"
           IF SO-RESULT NOT = "G"
               GO TO 100-EXIT
           END-IF

      * The PIN was right - make sure it has not run its course. A
      * supervisor's temporary PIN carries no set date, so it is
      * always due.

           MOVE "NO" TO WS-CHANGE-DUE
           IF OP-PIN-SET-DATE NOT NUMERIC
               OR OP-PIN-SET-DATE = ZEROS
               MOVE "YES" TO WS-CHANGE-DUE
           ELSE
               COMPUTE WS-PIN-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (OP-PIN-SET-DATE)
               IF WS-PIN-AGE > WS-PIN-LIFE-DAYS
                   MOVE "YES" TO WS-CHANGE-DUE
               END-IF
           END-IF
           IF WS-CHANGE-DUE = "YES"
               DISPLAY "YOUR PIN HAS EXPIRED - CHOOSE A NEW ONE"
               PERFORM 400-CHANGE-PIN THRU 400-EXIT
           END-IF.
       100-LOG-SIGNON.
           IF SO-RESULT = "G"
               MOVE "SIGNON" TO WS-EVENT
               PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
           END-IF.
       100-EXIT.

      ******************************************************************
      * 150-TRY-PIN TAKES ONE PIN AND CHECKS IT AGAINST THE MASTER AS
      * IT STANDS NOW, UNDER THE LOCK, SO A TRY COUNTED AT ANOTHER
      * REGISTER A MOMENT AGO COUNTS HERE TOO. A BLANK PIN GIVES UP.
      ******************************************************************
       150-TRY-PIN.
           ADD 1 TO WS-TRY-COUNT
           MOVE SPACES TO SO-RESULT
           DISPLAY "PIN (BLANK TO QUIT)"
           MOVE SPACES TO WS-PIN-ENTRY
           ACCEPT WS-PIN-ENTRY WITH SECURE
           IF WS-PIN-ENTRY = SPACES
               MOVE "W" TO SO-RESULT
               MOVE "YES" TO WS-TRY-DONE
               GO TO 150-EXIT
           END-IF
           PERFORM 300-SCRAMBLE-PIN THRU 300-EXIT
           PERFORM 200-LOAD-OPERATORS THRU 200-EXIT
           IF SO-RESULT NOT = SPACES
               MOVE "YES" TO WS-TRY-DONE
               GO TO 150-EXIT
           END-IF
           IF WS-OT-FOUND = ZEROS
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               MOVE "N" TO SO-RESULT
               MOVE "YES" TO WS-TRY-DONE
               GO TO 150-EXIT
           END-IF
           IF OP-LOCKED-OUT
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               DISPLAY "OPERATOR " SO-OPERATOR
                   " IS LOCKED OUT - SEE A SUPERVISOR"
               MOVE "L" TO SO-RESULT
               MOVE "YES" TO WS-TRY-DONE
               MOVE "LOCKED" TO WS-EVENT
               PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
               GO TO 150-EXIT
           END-IF
           IF WS-NEW-HASH = OP-PIN-HASH
               MOVE ZEROS TO OP-FAIL-COUNT
               PERFORM 260-SAVE-OPERATORS THRU 260-EXIT
               MOVE "YES" TO WS-TRY-DONE
               IF WS-SAVE-OK = "YES"
                   MOVE "G" TO SO-RESULT
               ELSE
                   MOVE "B" TO SO-RESULT
               END-IF
               GO TO 150-EXIT
           END-IF

      * Wrong. The count lives on the record; the try that reaches
      * the limit locks the operator out.

           IF OP-FAIL-COUNT < 9
               ADD 1 TO OP-FAIL-COUNT
           END-IF
           IF OP-FAIL-COUNT NOT < WS-MAX-TRIES
               MOVE "L" TO OP-LOCK-FLAG
               MOVE "L" TO SO-RESULT
               MOVE "LOCKOUT" TO WS-EVENT
               MOVE "YES" TO WS-TRY-DONE
           ELSE
               MOVE "W" TO SO-RESULT
               MOVE "FAILED" TO WS-EVENT
           END-IF
           PERFORM 260-SAVE-OPERATORS THRU 260-EXIT
           PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
           IF OP-LOCKED-OUT
               DISPLAY "PIN NOT ACCEPTED - OPERATOR " SO-OPERATOR
                   " IS NOW LOCKED OUT - SEE A SUPERVISOR"
           ELSE
               DISPLAY "PIN NOT ACCEPTED"
           END-IF
           IF WS-TRY-COUNT NOT < WS-MAX-TRIES
               MOVE "YES" TO WS-TRY-DONE
           END-IF.
       150-EXIT.

      ******************************************************************
      * 200-LOAD-OPERATORS TAKES THE OPERATORS LOCK AND READS THE
      * WHOLE MASTER INTO THE TABLE, LEAVING THE SIGNING-ON
      * OPERATOR'S LINE IN OP-RECORD. THE LOCK IS STILL HELD ON A
      * GOOD LOAD - THE CALLER SAVES OR RELEASES. SO-RESULT COMES
      * BACK "B" WHEN THE LOCK STAYS TAKEN, "E" WITH NO MASTER.
      ******************************************************************
       200-LOAD-OPERATORS.
           MOVE ZEROS TO WS-OT-COUNT WS-OT-FOUND
           MOVE "NO" TO WS-OT-OVERFLOW WS-SUPER-PIN-SEEN
           PERFORM 210-TAKE-LOCK THRU 210-EXIT
           IF WS-LOCK-HELD = "NO"
               DISPLAY "OPERATOR FILE IS BUSY - " FL-HOLDER-PROGRAM
                   " OPERATOR " FL-HOLDER-OPERATOR
               MOVE "B" TO SO-RESULT
               GO TO 200-EXIT
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               MOVE "E" TO SO-RESULT
               GO TO 200-EXIT
           END-IF
           MOVE "NO" TO WS-OP-EOF
           PERFORM 220-READ-OPERATOR THRU 220-EXIT
               UNTIL WS-OP-EOF = "YES"
           CLOSE OPERATOR-FILE
           IF WS-OT-FOUND > ZEROS
               MOVE WS-OT-ENTRY (WS-OT-FOUND) TO OP-RECORD
               IF OP-FAIL-COUNT NOT NUMERIC
                   MOVE ZEROS TO OP-FAIL-COUNT
               END-IF
           END-IF.
       200-EXIT.

      * A sign-on holds the lock for a moment only, so a held lock is
      * asked for again a few hundred times before giving up. A lock
      * facility that cannot work at all ("E") does not stop anyone
      * signing on - the master is worked without it.

       210-TAKE-LOCK.
           MOVE "NO" TO WS-LOCK-HELD WS-LOCK-TAKEN
           MOVE ZEROS TO WS-LOCK-TRIES
           PERFORM 215-ASK-FOR-LOCK THRU 215-EXIT
               UNTIL WS-LOCK-HELD = "YES"
               OR WS-LOCK-TRIES > 300.
       210-EXIT.

       215-ASK-FOR-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           MOVE "A" TO FL-REQUEST
           MOVE "OPERATORS" TO FL-LOCK-NAME
           MOVE SO-PROGRAM TO FL-PROGRAM
           MOVE SO-OPERATOR TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           EVALUATE FL-RESULT
               WHEN "G"
               WHEN "S"
                   MOVE "YES" TO WS-LOCK-HELD WS-LOCK-TAKEN
               WHEN "E"
                   MOVE "YES" TO WS-LOCK-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       215-EXIT.

       220-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE "YES" TO WS-OP-EOF
                   GO TO 220-EXIT
           END-READ
           IF WS-OT-COUNT NOT < 500
               MOVE "YES" TO WS-OT-OVERFLOW
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-OT-COUNT
           MOVE OPERATOR-LINE TO WS-OT-ENTRY (WS-OT-COUNT)
           IF OPERATOR-LINE (25:1) = "3"
               AND OPERATOR-LINE (26:9) NUMERIC
               MOVE "YES" TO WS-SUPER-PIN-SEEN
           END-IF
           IF OPERATOR-LINE (1:4) = SO-OPERATOR
               AND WS-OT-FOUND = ZEROS
               MOVE WS-OT-COUNT TO WS-OT-FOUND
           END-IF.
       220-EXIT.

       250-RELEASE-LOCK.
           IF WS-LOCK-TAKEN = "YES"
               MOVE "R" TO FL-REQUEST
               MOVE "OPERATORS" TO FL-LOCK-NAME
               MOVE SO-PROGRAM TO FL-PROGRAM
               MOVE SO-OPERATOR TO FL-OPERATOR
               CALL "FILELOCK" USING FL-PARMS
           END-IF
           MOVE "NO" TO WS-LOCK-TAKEN WS-LOCK-HELD.
       250-EXIT.

      ******************************************************************
      * 260-SAVE-OPERATORS PUTS OP-RECORD BACK IN ITS PLACE, REWRITES
      * THE WHOLE MASTER, AND RELEASES THE LOCK. A MASTER TOO BIG FOR
      * THE TABLE IS NEVER REWRITTEN - THE LINES PAST THE TABLE
      * WOULD BE LOST.
      ******************************************************************
       260-SAVE-OPERATORS.
           MOVE "NO" TO WS-SAVE-OK
           MOVE OP-RECORD TO WS-OT-ENTRY (WS-OT-FOUND)
           IF WS-OT-OVERFLOW = "YES"
               DISPLAY "OPERATOR FILE HAS MORE THAN 500 LINES - "
                   "NOT UPDATED"
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               GO TO 260-EXIT
           END-IF
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPFILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE COULD NOT BE REWRITTEN - STATUS "
                   WS-OPFILE-STATUS
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               GO TO 260-EXIT
           END-IF
           PERFORM 265-WRITE-OPERATOR THRU 265-EXIT
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OT-COUNT
           CLOSE OPERATOR-FILE
           MOVE "YES" TO WS-SAVE-OK
           PERFORM 250-RELEASE-LOCK THRU 250-EXIT.
       260-EXIT.

       265-WRITE-OPERATOR.
           MOVE WS-OT-ENTRY (WS-OT-SUB) TO OPERATOR-LINE
           WRITE OPERATOR-LINE.
       265-EXIT.

      ******************************************************************
      * 300-SCRAMBLE-PIN WORKS THE KEYED PIN, BEHIND THE OPERATOR ID,
      * INTO THE NINE-DIGIT VALUE KEPT ON THE MASTER. EACH CHARACTER
      * IS FOLDED IN WITH ITS POSITION, MODULO A LARGE PRIME.
      ******************************************************************
       300-SCRAMBLE-PIN.
           MOVE SO-OPERATOR TO WS-HASH-TEXT (1:4)
           MOVE WS-PIN-ENTRY TO WS-HASH-TEXT (5:8)
           MOVE 7919 TO WS-HASH-WORK
           PERFORM 310-FOLD-ONE-CHARACTER THRU 310-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 12
           MOVE WS-HASH-WORK TO WS-NEW-HASH.
       300-EXIT.

       310-FOLD-ONE-CHARACTER.
           COMPUTE WS-HASH-WORK = FUNCTION MOD (
               WS-HASH-WORK * 131
               + FUNCTION ORD (WS-HASH-TEXT (WS-HASH-SUB:1))
               * (WS-HASH-SUB + 17), 999999937).
       310-EXIT.

      ******************************************************************
      * 320-CHECK-PIN-FORMAT SETS WS-PIN-VALID: A PIN IS 4 TO 8
      * DIGITS, LEFT-JUSTIFIED, NOTHING ELSE.
      ******************************************************************
       320-CHECK-PIN-FORMAT.
           MOVE "YES" TO WS-PIN-VALID
           MOVE "NO" TO WS-PIN-SPACE-SEEN
           MOVE ZEROS TO WS-PIN-DIGITS
           PERFORM 325-CHECK-ONE-POSITION THRU 325-EXIT
               VARYING WS-PIN-SUB FROM 1 BY 1
               UNTIL WS-PIN-SUB > 8
           IF WS-PIN-DIGITS < 4
               MOVE "NO" TO WS-PIN-VALID
           END-IF.
       320-EXIT.

       325-CHECK-ONE-POSITION.
           IF WS-PIN-ENTRY (WS-PIN-SUB:1) = SPACE
               MOVE "YES" TO WS-PIN-SPACE-SEEN
               GO TO 325-EXIT
           END-IF
           IF WS-PIN-ENTRY (WS-PIN-SUB:1) IS NUMERIC
               AND WS-PIN-SPACE-SEEN = "NO"
               ADD 1 TO WS-PIN-DIGITS
           ELSE
               MOVE "NO" TO WS-PIN-VALID
           END-IF.
       325-EXIT.

      ******************************************************************
      * 400-CHANGE-PIN HAS THE OPERATOR KEY A NEW PIN TWICE AND SAVES
      * IT WITH TODAY AS ITS SET DATE. SO-RESULT COMES BACK "G" WHEN
      * THE NEW PIN IS ON FILE AND "C" WHEN THE OPERATOR WALKED AWAY
      * FROM THE CHANGE (THREE BAD ENTRIES OR A BLANK ONE).
      ******************************************************************
       400-CHANGE-PIN.
           MOVE "C" TO SO-RESULT
           MOVE "NO" TO WS-TRY-DONE WS-NEW-PIN-READY
           MOVE ZEROS TO WS-TRY-COUNT
           PERFORM 410-TAKE-NEW-PIN THRU 410-EXIT
               UNTIL WS-TRY-DONE = "YES"
           IF WS-NEW-PIN-READY = "NO"
               DISPLAY "NO NEW PIN CHOSEN - SIGN-ON REFUSED"
               MOVE "NOCHANGE" TO WS-EVENT
               PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO SO-RESULT
           PERFORM 200-LOAD-OPERATORS THRU 200-EXIT
           IF SO-RESULT NOT = SPACES
               GO TO 400-EXIT
           END-IF
           IF WS-OT-FOUND = ZEROS
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               MOVE "N" TO SO-RESULT
               GO TO 400-EXIT
           END-IF
           MOVE WS-NEW-HASH TO OP-PIN-HASH
           MOVE WS-TODAY TO OP-PIN-SET-DATE
           MOVE ZEROS TO OP-FAIL-COUNT
           MOVE SPACE TO OP-LOCK-FLAG
           PERFORM 260-SAVE-OPERATORS THRU 260-EXIT
           IF WS-SAVE-OK = "NO"
               MOVE "B" TO SO-RESULT
               GO TO 400-EXIT
           END-IF
           MOVE "G" TO SO-RESULT
           MOVE "CHANGED" TO WS-EVENT
           PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT
           DISPLAY "NEW PIN SAVED".
       400-EXIT.

       410-TAKE-NEW-PIN.
           ADD 1 TO WS-TRY-COUNT
           IF WS-TRY-COUNT > WS-MAX-TRIES
               MOVE "YES" TO WS-TRY-DONE
               GO TO 410-EXIT
           END-IF
           DISPLAY "NEW PIN - 4 TO 8 DIGITS (BLANK TO QUIT)"
           MOVE SPACES TO WS-PIN-ENTRY
           ACCEPT WS-PIN-ENTRY WITH SECURE
           IF WS-PIN-ENTRY = SPACES
               MOVE "YES" TO WS-TRY-DONE
               GO TO 410-EXIT
           END-IF
           PERFORM 320-CHECK-PIN-FORMAT THRU 320-EXIT
           IF WS-PIN-VALID = "NO"
               DISPLAY "A PIN IS 4 TO 8 DIGITS"
               GO TO 410-EXIT
           END-IF
           PERFORM 300-SCRAMBLE-PIN THRU 300-EXIT
           IF OP-PIN-HASH NUMERIC
               AND WS-NEW-HASH = OP-PIN-HASH
               DISPLAY "THE NEW PIN MUST DIFFER FROM THE OLD ONE"
               GO TO 410-EXIT
           END-IF
           DISPLAY "KEY THE NEW PIN AGAIN"
           MOVE SPACES TO WS-PIN-CONFIRM
           ACCEPT WS-PIN-CONFIRM WITH SECURE
           IF WS-PIN-CONFIRM NOT = WS-PIN-ENTRY
               DISPLAY "THE TWO ENTRIES DIFFER"
               GO TO 410-EXIT
           END-IF
           MOVE "YES" TO WS-NEW-PIN-READY WS-TRY-DONE.
       410-EXIT.

      ******************************************************************
      * 600-RESET-OPERATOR IS THE SUPERVISOR'S RESET: THE LOCKOUT AND
      * WRONG-TRY COUNT ARE CLEARED AND SO-NEW-PIN GOES ON FILE WITH
      * NO SET DATE, SO THE OPERATOR MUST CHANGE IT AT THE NEXT
      * SIGN-ON.
      ******************************************************************
       600-RESET-OPERATOR.
           MOVE SO-NEW-PIN TO WS-PIN-ENTRY
           PERFORM 320-CHECK-PIN-FORMAT THRU 320-EXIT
           IF WS-PIN-VALID = "NO"
               MOVE "C" TO SO-RESULT
               GO TO 600-EXIT
           END-IF
           PERFORM 300-SCRAMBLE-PIN THRU 300-EXIT
           PERFORM 200-LOAD-OPERATORS THRU 200-EXIT
           IF SO-RESULT NOT = SPACES
               GO TO 600-EXIT
           END-IF
           IF WS-OT-FOUND = ZEROS
               PERFORM 250-RELEASE-LOCK THRU 250-EXIT
               MOVE "N" TO SO-RESULT
               GO TO 600-EXIT
           END-IF
           MOVE WS-NEW-HASH TO OP-PIN-HASH
           MOVE ZEROS TO OP-PIN-SET-DATE OP-FAIL-COUNT
           MOVE SPACE TO OP-LOCK-FLAG
           PERFORM 260-SAVE-OPERATORS THRU 260-EXIT
           IF WS-SAVE-OK = "NO"
               MOVE "B" TO SO-RESULT
               GO TO 600-EXIT
           END-IF
           MOVE "R" TO SO-RESULT
           MOVE "RESET" TO WS-EVENT
           PERFORM 800-WRITE-SECURITY-LOG THRU 800-EXIT.
       600-EXIT.

      ******************************************************************
      * 800-WRITE-SECURITY-LOG APPENDS ONE LINE FOR THE EVENT IN
      * WS-EVENT, CREATING THE LOG THE FIRST TIME. A LOG THAT CANNOT
      * BE OPENED DOES NOT STOP THE SIGN-ON.
      ******************************************************************
       800-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
               GO TO 800-EXIT
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-TODAY TO SEC-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:6) TO SEC-TIME
           MOVE SO-OPERATOR TO SEC-OPERATOR
           MOVE WS-STORE-NO TO SEC-STORE-NO
           MOVE SO-PROGRAM TO SEC-PROGRAM
           MOVE WS-EVENT TO SEC-EVENT
           MOVE ZEROS TO SEC-FAIL-COUNT
           IF WS-EVENT = "FAILED" OR WS-EVENT = "LOCKOUT"
               MOVE OP-FAIL-COUNT TO SEC-FAIL-COUNT
           END-IF
           IF SO-REQUEST = "R"
               MOVE SO-SUPERVISOR TO SEC-SUPERVISOR
           END-IF
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.
       800-EXIT.
