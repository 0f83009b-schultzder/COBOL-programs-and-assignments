       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZIPCHK.
       Author. Shared Utilities.
       Date-Written. 10/15/2026.
       Date-Compiled. TBD.
      ******************************************************************
      * Shared city/state/ZIP check, CALLed the way OPCHECK is (see
      * copybooks/ZIPCKWS.cpy for the parameter block). The address
      * line is one free-text field, and the register's tax lookup
      * and TAXREMIT both take the state out of it - so a typo'd
      * state is charged the wrong tax. This pulls the line apart
      * the way they do, looks the ZIP up on the postal reference
      * (see copybooks/ZIPREF.cpy) and says whether the city and
      * state keyed agree with it.
      *
      * The line is read as words: the last is the ZIP (the first
      * five characters must be digits - a ZIP+4 is kept as keyed),
      * the one before it is the state when it is two letters, and
      * whatever comes first is the city. A comma is optional.
      *
      * The reference file is opened on the first check and left
      * open for the next one; a batch caller closes it with a "C"
      * request when it is done.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Select statement for the ZIP reference, read by key.

       SELECT ZIP-REFERENCE-FILE
               ASSIGN TO UT-SYS-ZIPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZR-ZIP
               FILE STATUS IS WS-ZIPREF-STATUS.

      * Beginning of data division.

       DATA DIVISION.
       FILE SECTION.

      * File description for the ZIP reference.

       FD  ZIP-REFERENCE-FILE.
           COPY ZIPREF.

      * Working storage variables.

       WORKING-STORAGE SECTION.

       01 WS-VARS.
          05 WS-ZIPREF-STATUS                PIC XX.
          05 WS-ZIPREF-OPEN                  PIC XXX VALUE "NO".
          05 WS-WORK-LINE                    PIC X(22).
          05 WS-WORD-COUNT                   PIC 99.
          05 WS-WORD-SUB                     PIC 99.
          05 WS-CITY-WORDS                   PIC 99.
          05 WS-CITY-PTR                     PIC 99.
          05 WS-ZIP-WORD                     PIC X(22).
          05 WS-ZIP-LENGTH                   PIC 99.
          05 WS-CITY-ROOM                    PIC 99.
          05 WS-CITY-FIT                     PIC X(20).

      * The address line split into its words.

       01 WS-WORD-TABLE.
          05 WS-WORD OCCURS 8 TIMES          PIC X(22).

       01 WS-FILES.
          05 UT-SYS-ZIPREF                   PIC X(60)
          VALUE "C:\COBOL\ZipReference.dat".

       LINKAGE SECTION.
           COPY ZIPCKWS.

      * Start of procedure division

       PROCEDURE DIVISION USING ZC-PARMS.

      ******************************************************************
      * 000-MAIN-RTN CLOSES THE REFERENCE ON A "C" REQUEST; OTHERWISE
      * IT SPLITS THE LINE, FINDS THE ZIP, AND COMPARES THE CITY AND
      * STATE KEYED WITH THE ZIP'S.
      ******************************************************************
       000-MAIN-RTN.
           IF ZC-REQUEST = "C"
               IF WS-ZIPREF-OPEN = "YES"
                   CLOSE ZIP-REFERENCE-FILE
                   MOVE "NO" TO WS-ZIPREF-OPEN
               END-IF
               GOBACK
           END-IF
           MOVE SPACES TO ZC-ZIP ZC-KEYED-CITY ZC-KEYED-STATE
               ZC-REF-CITY ZC-REF-STATE ZC-SUGGESTED
           PERFORM 100-SPLIT-LINE THRU 100-EXIT
           IF ZC-RESULT = "B"
               GOBACK
           END-IF
           IF WS-ZIPREF-OPEN = "NO"
               OPEN INPUT ZIP-REFERENCE-FILE
               IF WS-ZIPREF-STATUS NOT = "00"
                   MOVE "N" TO ZC-RESULT
                   GOBACK
               END-IF
               MOVE "YES" TO WS-ZIPREF-OPEN
           END-IF
           MOVE ZC-ZIP TO ZR-ZIP
           READ ZIP-REFERENCE-FILE
               INVALID KEY
                   MOVE "U" TO ZC-RESULT
                   GOBACK
           END-READ
           MOVE ZR-CITY TO ZC-REF-CITY
           MOVE ZR-STATE TO ZC-REF-STATE
           PERFORM 200-BUILD-SUGGESTED THRU 200-EXIT
           EVALUATE TRUE
               WHEN ZC-KEYED-STATE NOT = SPACES
                   AND ZC-KEYED-STATE NOT = ZR-STATE
                   MOVE "M" TO ZC-RESULT
               WHEN ZC-KEYED-STATE = SPACES
                   MOVE "F" TO ZC-RESULT
               WHEN ZC-KEYED-CITY NOT = ZR-CITY
                   AND ZC-KEYED-CITY NOT = WS-CITY-FIT
                   MOVE "F" TO ZC-RESULT
               WHEN OTHER
                   MOVE "V" TO ZC-RESULT
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 100-SPLIT-LINE BREAKS THE UPPER-CASED LINE INTO WORDS AT
      * SPACES AND COMMAS. THE LAST WORD MUST START WITH FIVE DIGITS.
      ******************************************************************
       100-SPLIT-LINE.
           MOVE "V" TO ZC-RESULT
           MOVE FUNCTION UPPER-CASE (ZC-CITY-STATE-ZIP) TO WS-WORK-LINE
           INSPECT WS-WORK-LINE REPLACING ALL "," BY SPACE
           MOVE FUNCTION TRIM (WS-WORK-LINE) TO WS-WORK-LINE
           MOVE SPACES TO WS-WORD-TABLE
           UNSTRING WS-WORK-LINE DELIMITED BY ALL SPACES
               INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
                    WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
           END-UNSTRING
           MOVE 8 TO WS-WORD-COUNT
           PERFORM 110-BACK-OFF-BLANK THRU 110-EXIT
               UNTIL WS-WORD-COUNT = ZERO
               OR WS-WORD (WS-WORD-COUNT) NOT = SPACES
           IF WS-WORD-COUNT = ZERO
               MOVE "B" TO ZC-RESULT
               GO TO 100-EXIT
           END-IF
           MOVE WS-WORD (WS-WORD-COUNT) TO WS-ZIP-WORD
           IF WS-ZIP-WORD (1:5) NOT NUMERIC
               MOVE "B" TO ZC-RESULT
               GO TO 100-EXIT
           END-IF
           MOVE WS-ZIP-WORD (1:5) TO ZC-ZIP
           COMPUTE WS-CITY-WORDS = WS-WORD-COUNT - 1
           IF WS-CITY-WORDS > ZERO
               AND WS-WORD (WS-CITY-WORDS) (3:) = SPACES
               AND WS-WORD (WS-CITY-WORDS) (1:2) ALPHABETIC
               MOVE WS-WORD (WS-CITY-WORDS) TO ZC-KEYED-STATE
               SUBTRACT 1 FROM WS-CITY-WORDS
           END-IF
           MOVE 1 TO WS-CITY-PTR
           PERFORM 120-ADD-CITY-WORD THRU 120-EXIT
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-CITY-WORDS.
       100-EXIT.

       110-BACK-OFF-BLANK.
           SUBTRACT 1 FROM WS-WORD-COUNT.
       110-EXIT.

       120-ADD-CITY-WORD.
           IF WS-WORD-SUB > 1
               STRING " " DELIMITED BY SIZE
                   INTO ZC-KEYED-CITY WITH POINTER WS-CITY-PTR
               END-STRING
           END-IF
           STRING WS-WORD (WS-WORD-SUB) DELIMITED BY SPACE
               INTO ZC-KEYED-CITY WITH POINTER WS-CITY-PTR
           END-STRING.
       120-EXIT.

      ******************************************************************
      * 200-BUILD-SUGGESTED REBUILDS THE LINE AS "CITY, ST ZIP" FROM
      * THE REFERENCE, KEEPING THE ZIP AS KEYED. THE CITY IS CUT TO
      * WHAT STILL FITS IN THE 22 CHARACTERS.
      ******************************************************************
       200-BUILD-SUGGESTED.
           MOVE ZERO TO WS-ZIP-LENGTH
           INSPECT WS-ZIP-WORD TALLYING WS-ZIP-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ZIP-LENGTH > 10
               MOVE 10 TO WS-ZIP-LENGTH
           END-IF
           COMPUTE WS-CITY-ROOM = 17 - WS-ZIP-LENGTH
           MOVE SPACES TO WS-CITY-FIT
           MOVE ZR-CITY (1:WS-CITY-ROOM) TO WS-CITY-FIT
           STRING WS-CITY-FIT DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  ZR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ZIP-WORD (1:WS-ZIP-LENGTH) DELIMITED BY SIZE
               INTO ZC-SUGGESTED
           END-STRING.
       200-EXIT.
