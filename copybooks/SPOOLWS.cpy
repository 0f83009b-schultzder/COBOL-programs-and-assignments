      *
      *   SP-REQUEST  "O" open a spool for SP-REPORT-NAME
      *               "L" write SP-LINE to the open spool
      *               "P" start a new page in the open spool
      *               "C" close the open spool and catalog it
      *               "F" spool the finished report file at
      *                   SP-SOURCE-PATH in one call (the adapter
