      ******************************************************************
      * GLBATCH.cpy - general ledger batch log record layout, appended
      * to GLBatches.txt by GLEDGER's posting run, one line per
      * journal posted. A journal is identified by its journal date -
      * GLEXTRACT writes one day's journal at a time - so a journal
      * date already on the log has been posted and is refused.
      * Batch numbers are the highest on file + 1.
      ******************************************************************
       01  GK-RECORD.
           05 GK-BATCH-NO                PIC 9(6).
           05 GK-JOURNAL-DATE            PIC 9(8).
           05 GK-LINES                   PIC 9(4).
           05 GK-DEBITS                  PIC 9(10)V99.
           05 GK-CREDITS                 PIC 9(10)V99.
           05 GK-POSTED-DATE             PIC 9(8).
           05 GK-OPERATOR                PIC X(4).
