           RECORD CONTAINS 80 CHARACTERS.
       01  TRIP-RECORD.
           05                                 PIC X.
           05 TR-CLIENT-NO                    PIC X(5).
           05 TR-CLIENT-NAME                  PIC X(17).
           05                                 PIC X(57).

      * File description for the invoice history file.
