      * record image, byte for byte, so a restore is exact.

       FD  CLIENT-ARCHIVE-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  ARCHIVE-RECORD                    PIC X(115).

      * File description for the purge report.

