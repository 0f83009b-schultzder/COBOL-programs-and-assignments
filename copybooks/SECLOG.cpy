      ******************************************************************
      * SECLOG.cpy - security log record, appended to SecurityLog.txt
      * by the shared OPSIGNON PIN checker for every sign-on event,
      * and read by the weekly SECWKRPT failed-sign-on report.
      *
      *   SEC-EVENT   SIGNON   good PIN, signed on
      *               FAILED   wrong PIN (SEC-FAIL-COUNT = tries so
      *                        far since the last good sign-on)
      *               LOCKOUT  the wrong try that locked the operator
      *               LOCKED   a sign-on refused for an existing
      *                        lockout
      *               UNKNOWN  an ID not on the operator master
      *               NOPIN    a sign-on refused for no PIN on file
      *               CHANGED  a new PIN chosen by the operator
      *               NOCHANGE a due PIN change walked away from
      *               RESET    a supervisor reset (SEC-SUPERVISOR
      *                        says who)
      *   SEC-STORE-NO the store the workstation rings for, from the
      *               store control file (1 when there is none)
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05 SEC-DATE                        PIC 9(8).
           05 SEC-TIME                        PIC 9(6).
           05 SEC-OPERATOR                    PIC X(4).
           05 SEC-STORE-NO                    PIC 99.
           05 SEC-PROGRAM                     PIC X(8).
           05 SEC-EVENT                       PIC X(8).
           05 SEC-SUPERVISOR                  PIC X(4).
           05 SEC-FAIL-COUNT                  PIC 9.
           05 SEC-FILLER                      PIC X(9).
