      ******************************************************************
      * MKDSUGG.cpy - markdown proposal record layout, written to
      * MarkdownSuggest.txt by MARKDOWN's calculation (one record per
      * aged item it proposes to mark down) and read back by its
      * approval mode, where a manager accepts, edits, or rejects
      * each line. Nothing here reaches Promotions.txt until it is
      * accepted.
      *
      *   MK-DAYS-IDLE        days since the item last sold (or, for
      *                       an item never sold, since it was last
      *                       received) as of MK-CALC-DATE
      *   MK-LAST-ACTIVITY    the sale or receipt date it counts from
      *   MK-PERCENT          the age band's markdown percentage
      *   MK-SUGGESTED-PRICE  MK-CURRENT-PRICE less the percentage,
      *                       held up at MK-UNIT-COST when the band
      *                       would take it below cost
      *   MK-COST-FLAG        "C" when the suggestion was held at cost
      *   MK-MARKDOWN-PRICE   the price actually accepted (the
      *                       suggestion, or the manager's edit)
      *   MK-STATUS           "P" pending, "A" accepted, "R" rejected
      ******************************************************************
       01  MK-RECORD.
           05 MK-ITEM-CODE               PIC X(10).
           05 MK-ON-HAND                 PIC 9(6).
           05 MK-DAYS-IDLE               PIC 9(4).
           05 MK-LAST-ACTIVITY           PIC 9(8).
           05 MK-CURRENT-PRICE           PIC 9(5)V99.
           05 MK-UNIT-COST               PIC 9(5)V99.
           05 MK-PERCENT                 PIC 99.
           05 MK-SUGGESTED-PRICE         PIC 9(5)V99.
           05 MK-COST-FLAG               PIC X.
               88 MK-HELD-AT-COST                  VALUE "C".
           05 MK-CALC-DATE               PIC 9(8).
           05 MK-MARKDOWN-PRICE          PIC 9(5)V99.
           05 MK-STATUS                  PIC X.
               88 MK-PENDING                       VALUE "P".
               88 MK-ACCEPTED                      VALUE "A".
               88 MK-REJECTED                      VALUE "R".
