      * flags the line so the after-the-fact promo report can say
      * what the flyer actually sold. Maintained by PROMOMNT - the
      * master price is never touched and the override log stops
      * filling with flyer noise. MARKDOWN appends the aged-stock
      * markdowns a manager accepts as windows of their own.
      ******************************************************************
       01  PR-RECORD.
           05 PR-ITEM-CODE               PIC X(10).
