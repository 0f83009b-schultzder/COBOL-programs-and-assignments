      * the shared inventory file (INVMNT's change screen today; any
      * batch price import belongs here too, stamped with its own
      * source name). Read back by LABELPRT so the shelf tags get
      * reprinted the same day the register price moves. MARKDOWN
      * logs each aged-stock markdown it books on Promotions.txt here
      * too (source MARKDOWN, new price = the markdown price) for the
      * same reason, though INV-PRICE itself does not move.
      ******************************************************************
       01  PC-RECORD.
           05 PC-ITEM-CODE               PIC X(10).
