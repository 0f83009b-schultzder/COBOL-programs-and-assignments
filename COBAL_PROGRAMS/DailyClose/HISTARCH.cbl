      * File description for the kept-detail work file.

       FD  HISTORY-WORK-FILE
           RECORD CONTAINS 316 CHARACTERS.
       01  HISTORY-WORK-RECORD                PIC X(316).

      * File description for the monthly archive - same line image
      * as the live history.

       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 316 CHARACTERS.
       01  HISTORY-ARCHIVE-RECORD             PIC X(316).

      * File description for the control report.

