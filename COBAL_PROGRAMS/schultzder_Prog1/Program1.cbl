                ASSIGN TO UT-SYS-INVENTORY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INV-CODE
                FILE STATUS IS WS-INVENTORY-STATUS.

      * Select statment for a monthly invoice-history archive file,
      * written by the HISTARCH month-end archival. The void/reprint
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WOFILE-STATUS.

      * Select statment for the work order counter WORKORD draws
      * from - a trade-in opens its refurbishment order off it.

       SELECT WO-COUNTER-FILE
                ASSIGN TO UT-SYS-WOCTR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WOCTR-STATUS.

      * Select statment for the invoice item detail file (see
      * copybooks/INVDETL.cpy) - one line per bike and accessory
      * line, with item code and quantity, written alongside each
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROMO-STATUS.

      * Select statment for the kit definitions (see copybooks/
      * KITDEF.cpy) - which component items, and how many of each,
      * go out the door when a package item is rung.

       SELECT KIT-FILE
                ASSIGN TO UT-SYS-KITDEF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KITDEF-STATUS.

      * Select statment for the item supersessions (see copybooks/
      * SUPERSED.cpy) - a retired part number scanned at the register
      * is sold from its own remaining stock and then sent on to its
      * replacement.

       SELECT SUPERSESSION-FILE
                ASSIGN TO UT-SYS-SUPERSED
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUPERSED-STATUS.

      * Select statment for the web order fulfillment file (see
      * copybooks/FULFILL.cpy) - every storefront order the batch
      * mode invoices is added to it, open, for the pick/pack desk.

       SELECT FULFILLMENT-FILE
                ASSIGN TO UT-SYS-FULFILL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FULFILL-STATUS.

      * Select statment for the used-bike intake log, one line per
      * bike taken in trade: the new item code it went onto the
      * inventory file under, its condition grade, and the intake
      * cost (the allowance given). The traded bike itself becomes a
      * normal inventory record sellable through 900-LOOKUP-PRICE.
      * The line also carries the seller, ID, serial, and make the
      * county's secondhand-dealer report needs (see copybooks/
      * USEDBIKE.cpy).

       SELECT USED-BIKE-LOG
                ASSIGN TO UT-SYS-USEDLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-USEDLOG-STATUS.

      * Select statment for the customer pricing-tier rules (see
      * copybooks/PRCTIER.cpy), applied in place of the standard
      * discount when the client master carries a tier code.

       SELECT PRICE-TIER-FILE
                ASSIGN TO UT-SYS-PRCTIER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRCTIER-STATUS.

      * Select statment for the stolen-property hotlist (see
      * copybooks/HOTLIST.cpy), read by serial before a bike is
      * taken in trade.

       SELECT HOTLIST-FILE
                ASSIGN TO UT-SYS-HOTLIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HL-SERIAL
                FILE STATUS IS WS-HOTLIST-STATUS.

      * Select statment for the print-formatted invoice document
      * file. Every completed invoice is appended here as a printable
      * document - headings, itemized lines, totals block, and tender
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POALOG-STATUS.

      * Select statement for the invoice line return log (see
      * copybooks/INVRETN.cpy). The return mode takes individual
      * detail lines back off an invoice and appends one line here
      * per line returned - the invoice keeps its number and the
      * rest of the sale stands, where a void would cancel the lot.

       SELECT INVOICE-RETURN-FILE
               ASSIGN TO UT-SYS-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      * Select statement for the tax-exemption certificate file (see
      * copybooks/TAXEXMPT.cpy), read by client number and ship-to
      * state when the sales tax is worked out.

       SELECT EXEMPT-CERT-FILE
               ASSIGN TO UT-SYS-EXEMPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXEMPT-STATUS.

      * Select statement for the marketing campaign file (see
      * copybooks/CAMPAIGN.cpy), read to check a campaign code the
      * client names at the register.

       SELECT CAMPAIGN-FILE
               ASSIGN TO UT-SYS-CAMPAIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * File description for the storefront order file. One record
      * per order: the client number, one bike code, one accessory
      * code with its quantity (either item may be blank, not both),
      * the tender amounts the storefront collected, and the
      * shipping it charged (blank on files from before the
      * storefront sent it - read as no shipping).

       FD  ORDER-BATCH-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  ORD-RECORD.
           05 ORD-CLIENT-NO              PIC 9(5).
           05 ORD-BIKE-CODE              PIC X(10).
           05 ORD-PAY-CASH-AMT           PIC 9(5)V99.
           05 ORD-PAY-CHECK-AMT          PIC 9(5)V99.
           05 ORD-PAY-CARD-AMT           PIC 9(5)V99.
           05 ORD-SHIP-CHARGE            PIC 9(5)V99.

      * File description for the batch order exception file - the
      * rejected order image with the reason appended.

       FD  ORDER-REJECT-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  ORJ-RECORD.
           05 ORJ-ORDER-IMAGE            PIC X(55).
           05 ORJ-REASON                 PIC X(30).

      * File description for the print-formatted invoice document.
       FD  WORK-ORDER-FILE.
           COPY WORKORD.

      * File description for the work order counter.

       FD  WO-COUNTER-FILE.
       01  WOCTR-RECORD                  PIC 9(6).

      * File description for the dated promotions file.

       FD  PROMO-FILE.
           COPY PROMO.

      * File description for the kit definitions.

       FD  KIT-FILE.
           COPY KITDEF.

      * File description for the item supersessions.

       FD  SUPERSESSION-FILE.
           COPY SUPERSED.

      * File description for the web order fulfillment file.

       FD  FULFILLMENT-FILE.
           COPY FULFILL.

      * File description for the customer pricing-tier rules.

       FD  PRICE-TIER-FILE.
           COPY PRCTIER.

      * File description for the store control file.

       FD  STORE-CONTROL-FILE.
      * File description for the used-bike intake log.

       FD  USED-BIKE-LOG.
           COPY USEDBIKE.

      * File description for the stolen-property hotlist.

       FD  HOTLIST-FILE.
           COPY HOTLIST.

      * File description for the manager-override audit log.

           05 POA-DATE                        PIC 9(8).
           05 POA-AMOUNT                      PIC 9(5)V99.

      * File description for the invoice line return log.

       FD  INVOICE-RETURN-FILE.
           COPY INVRETN.

      * File description for the tax-exemption certificate file.

       FD  EXEMPT-CERT-FILE.
           COPY TAXEXMPT.

      * File description for the marketing campaign file.

       FD  CAMPAIGN-FILE.
           COPY CAMPAIGN.

       WORKING-STORAGE SECTION.
       
      * Working vaiables section for customer information.
      * "Y" when the line was charged a dated promo price.

              10 WV-BIKE-TBL-PROMO       PIC X.

      * What the client's pricing tier took off the line (zero when
      * the standard discount applied), for the item detail file.

              10 WV-BIKE-TBL-TIER-DISC   PIC 99999V99.

      * The package item code when the bike went out as part of a
      * kit (see 920-RING-KIT); blank on a bike rung on its own.

              10 WV-BIKE-TBL-KIT-CODE    PIC X(10).
           05 WV-BIKE-DISCOUNT-LINE    PIC 99999V99.
           05 WV-ACESSORY.
              10 WV-ACCESS-DESCRIPTION PIC X(20).
      * "Y" when the line was charged a dated promo price.

              10 WV-ACCTBL-PROMO       PIC X.
              10 WV-ACCTBL-TIER-DISC   PIC 99999V99.

      * The package item code when the line is one component of a
      * kit; blank on an accessory rung on its own.

              10 WV-ACCTBL-KIT-CODE    PIC X(10).
           05 WV-SUBTOTAL-SUM          PIC 999999V99.
           05 WV-ACCESS-DISCOUNT       PIC 99999V99.
           05 WV-BIKE-DISCOUNT         PIC 99999V99.
               88 WV-ITEM-WAS-ON-FILE                VALUE "YES".
           05 WV-ITEM-ON-HAND          PIC 9(5).
           05 WV-RELIEVE-QTY           PIC 99.
           05 WV-LEDGER-BEFORE         PIC 9(5).

      * Whether 905-CHECK-PROMO swapped the master price for a dated
      * promo price on the item just looked up.
           05 WV-ORD-REJECT-COUNT      PIC 9(5)  VALUE 0.
           05 WV-ORD-PAY-TOTAL         PIC 99999V99.

      * Shipping billed on a storefront order - added to the invoice
      * total after tax. Stays zero in every other mode.

           05 WV-SHIP-CHARGE           PIC 9(5)V99   VALUE ZEROS.

      * Dated promotions loaded at startup the way the state tax
      * table is, scanned by 905-CHECK-PROMO per item looked up.

           05 WV-PROMO-COUNT           PIC 999 VALUE 0.
           05 WV-PROMO-EOF             PIC XXX VALUE "NO".
           05 WV-PROMO-SUB             PIC 999.
           05 WS-PROMO-ENTRIES OCCURS 0 TO 500 TIMES
                DEPENDING ON WV-PROMO-COUNT
                INDEXED BY PRM-IDX.
              10 WS-PRM-TBL-CODE       PIC X(10).
              10 WS-PRM-TBL-START      PIC 9(8).
              10 WS-PRM-TBL-END        PIC 9(8).

      * Kit definitions, loaded once per session the first time an
      * item is looked up, one entry per component line on the file.
      * The working fields below them carry one kit through the stock
      * check and the price spread in 920-RING-KIT.

       01  WS-KIT-TABLE.
           05 WV-KIT-COUNT             PIC 999 VALUE 0.
           05 WV-KIT-LOADED            PIC XXX VALUE "NO".
           05 WV-KIT-EOF               PIC XXX VALUE "NO".
           05 WV-KIT-SUB               PIC 999.
           05 WV-KIT-FOUND             PIC XXX VALUE "NO".
               88 WV-ITEM-IS-KIT                     VALUE "YES".
           05 WV-KIT-KEYED             PIC XXX VALUE "YES".
           05 WV-KIT-CODE              PIC X(10).
           05 WV-KIT-DESCRIPTION       PIC X(25).
           05 WV-KIT-PRICE             PIC 99999V99.
           05 WV-KIT-QTY               PIC 99.
           05 WV-KIT-TOTAL             PIC 99999V99.
           05 WV-KIT-REFUSAL           PIC X(30).
           05 WV-KIT-SHORT-CODE        PIC X(10).
           05 WV-KIT-COMPONENTS        PIC 99.
           05 WV-KIT-COMP-NO           PIC 99.
           05 WV-KIT-BIKES             PIC 99.
           05 WV-KIT-ACC-LINES         PIC 999.
           05 WV-KIT-NEED              PIC 9(4).
           05 WV-KIT-ON-HAND           PIC 9(5).
           05 WV-KIT-COMP-LIST         PIC 9(7)V99.
           05 WV-KIT-LIST-TOTAL        PIC 9(7)V99.
           05 WV-KIT-SHARE             PIC 99999V99.
           05 WV-KIT-ALLOCATED         PIC 99999V99.
           05 WV-KIT-REMAINING         PIC 99999V99.
           05 WS-KIT-ENTRIES OCCURS 0 TO 500 TIMES
                DEPENDING ON WV-KIT-COUNT
                INDEXED BY KIT-IDX.
              10 WS-KIT-TBL-KIT-CODE   PIC X(10).
              10 WS-KIT-TBL-COMP-CODE  PIC X(10).
              10 WS-KIT-TBL-COMP-QTY   PIC 99.
              10 WS-KIT-TBL-COMP-TYPE  PIC X.

      * Item supersessions, loaded once per session the first time an
      * item is looked up, one entry per old code on the file.

       01  WS-SU-TABLE.
           05 WV-SU-COUNT              PIC 999 VALUE 0.
           05 WV-SU-LOADED             PIC XXX VALUE "NO".
           05 WV-SU-EOF                PIC XXX VALUE "NO".
           05 WV-SU-SUB                PIC 999.
           05 WV-SU-FOUND              PIC XXX.
           05 WV-SU-DONE               PIC XXX.
           05 WV-SU-HOPS               PIC 99.
           05 WV-SU-NEW-CODE           PIC X(10).
           05 WV-SU-OLD-STOCK          PIC 9(5).
           05 WS-SU-ENTRIES OCCURS 0 TO 500 TIMES
                DEPENDING ON WV-SU-COUNT
                INDEXED BY SU-IDX.
              10 WS-SU-TBL-OLD-CODE    PIC X(10).
              10 WS-SU-TBL-NEW-CODE    PIC X(10).
              10 WS-SU-TBL-EFF-DATE    PIC 9(8).

      * Customer pricing-tier rules, loaded once per session the first
      * time a discount is worked out. One entry per tier per
      * effective date, picked the way the state tax rates are.

       01  WS-TIER-TABLE.
           05 WV-TIER-COUNT            PIC 99  VALUE 0.
           05 WV-TIER-LOADED           PIC XXX VALUE "NO".
           05 WV-TIER-EOF              PIC XXX VALUE "NO".
           05 WV-TIER-SUB              PIC 99.
           05 WS-TIER-ENTRIES OCCURS 0 TO 50 TIMES
                DEPENDING ON WV-TIER-COUNT
                INDEXED BY TIER-IDX.
              10 WS-TIER-TBL-CODE      PIC XX.
              10 WS-TIER-TBL-EFF-DATE  PIC 9(8).
              10 WS-TIER-TBL-DESC      PIC X(20).
              10 WS-TIER-TBL-BIKE-RULE PIC X.
              10 WS-TIER-TBL-BIKE-PCT  PIC 99V9.
              10 WS-TIER-TBL-ACC-RULE  PIC X.
              10 WS-TIER-TBL-ACC-PCT   PIC 99V9.

      * The tier rule in force for this invoice's client - blank
      * code when the client has no tier or no rule is in force yet.

       01  WV-TIER-APPLIED.
           05 WV-CLIENT-TIER           PIC XX.
           05 WV-TIER-CODE             PIC XX.
           05 WV-TIER-DESC             PIC X(20).
           05 WV-TIER-BIKE-RULE        PIC X.
           05 WV-TIER-BIKE-PCT         PIC 99V9.
           05 WV-TIER-ACC-RULE         PIC X.
           05 WV-TIER-ACC-PCT          PIC 99V9.
           05 WV-TIER-BEST-DATE        PIC 9(8).
           05 WV-TIER-LIST-AMT         PIC 9(6)V99.
           05 WV-TIER-QTY              PIC 999.
           05 WV-TIER-MARKUP           PIC 99V9.
           05 WV-TIER-PRICE-AMT        PIC 9(6)V99.
           05 WV-TIER-LINE-DISC        PIC 9(5)V99.
           05 WV-TIER-HAS-COST         PIC XXX.

       01  WS-SPECORD-TABLE.
           05 WS-SO-COUNT              PIC 999 VALUE 0.
           05 WS-SO-ENTRIES OCCURS 0 TO 200 TIMES
              10 WS-OB-TBL-BALANCE     PIC 9(5)V99.
              10 WS-OB-TBL-PRINTED     PIC XXX.

      * Return mode fields: the picked line and quantity, the
      * restocking fee and refund tender, and the running refund
      * totals. The invoice's own totals come from the saved
      * WV-RP- reprint fields, read back through the same index
      * seek the void/reprint mode uses.

       01  WV-RETURN-INFO.
           05 WV-RT-EOF                PIC XXX        VALUE "NO".
           05 WV-RT-SEQ                PIC 99         VALUE ZEROS.
           05 WV-RT-PICK               PIC 99.
           05 WV-RT-PICK-QTY           PIC 99.
           05 WV-RT-AVAILABLE          PIC 99.
           05 WV-RT-PICKED-LINES       PIC 99         VALUE ZEROS.
           05 WV-RT-HAS-RETURNS        PIC XXX        VALUE "NO".
           05 WV-RT-VOIDED             PIC XXX        VALUE "NO".
           05 WV-RT-FEE-PCT            PIC 99         VALUE ZEROS.
           05 WV-RT-TENDER             PIC X.
               88 WV-RT-TENDER-OK      VALUES "C" "R" "S" "A".
           05 WV-RT-CARD-NO            PIC X(10)      VALUE SPACES.
           05 WV-RT-TAX-BASE           PIC 9(6)V99.
           05 WV-RT-NET-AMT            PIC 9(5)V99.
           05 WV-RT-GROSS-TOTAL        PIC 9(6)V99    VALUE ZEROS.
           05 WV-RT-DISC-TOTAL         PIC 9(6)V99    VALUE ZEROS.
           05 WV-RT-TRADE-TOTAL        PIC 9(6)V99    VALUE ZEROS.
           05 WV-RT-TAX-TOTAL          PIC 9(6)V99    VALUE ZEROS.
           05 WV-RT-FEE-TOTAL          PIC 9(6)V99    VALUE ZEROS.
           05 WV-RT-REFUND-TOTAL       PIC 9(6)V99    VALUE ZEROS.
           05 WV-RT-DATE               PIC 9(8).
           05 WV-RT-TIME               PIC 9(8).

      * The invoice's detail lines as read off InvoiceDetail.txt,
      * each with the quantity already returned against it by
      * earlier returns and the quantity picked this time.

       01  WS-RETURN-TABLE.
           05 WS-RT-COUNT              PIC 99 VALUE 0.
           05 WS-RT-ENTRIES OCCURS 0 TO 60 TIMES
                DEPENDING ON WS-RT-COUNT
                INDEXED BY RT-IDX.
              10 WS-RT-TBL-TYPE        PIC X.
              10 WS-RT-TBL-CODE        PIC X(10).
              10 WS-RT-TBL-DESC        PIC X(25).
              10 WS-RT-TBL-SOLD-QTY    PIC 99.
              10 WS-RT-TBL-PRIOR-QTY   PIC 99.
              10 WS-RT-TBL-THIS-QTY    PIC 99.
              10 WS-RT-TBL-UNIT-PRICE  PIC 9(5)V99.
              10 WS-RT-TBL-UNIT-COST   PIC 9(5)V99.
              10 WS-RT-TBL-STORE       PIC 99.

      * Statement print lines.

      * Print lines for the formatted invoice document, laid out the
           05 WV-RP-CREDIT             PIC 9(5)V99.
           05 WV-RP-POINTS             PIC 9(5)V99.
           05 WV-RP-ACCESS-SUM         PIC 9(6)V99.
           05 WV-RP-TRADE              PIC 9(5)V99.
           05 WV-RP-CLIENT-NO          PIC X(5).
           05 WV-RP-EXEMPT-CERT        PIC X(15).
           05 WV-RP-BIKE-COUNT         PIC 9 VALUE 0.
           05 WV-RP-BIKES OCCURS 4 TIMES INDEXED BY RP-IDX.
              10 WV-RP-BIKE-DESC       PIC X(25).
               88 WV-MODE-QUOTE-RECALL                VALUE "R".
               88 WV-MODE-SPECIAL-ORDER               VALUE "O".
               88 WV-MODE-WORKORDER-SETTLE            VALUE "W".
               88 WV-MODE-RETURN                      VALUE "T".
           05 WV-LOOKUP-INVOICE-NUMBER  PIC 9(6).
           05 WV-FOUND-INVOICE         PIC X(3)       VALUE "NO".
               88 WV-INVOICE-WAS-FOUND                VALUE "YES".
           05 WV-INQ-EOF               PIC XXX        VALUE "NO".
           05 WV-INQ-MATCH-COUNT       PIC 999        VALUE 0.

      * Client contact notes shown under the purchase history, and
      * the note the clerk adds from the inquiry.

           05 WV-NOTE-ANSWER           PIC X.
           05 WV-NOTE-SUB              PIC 9.
           05 WV-NOTE-DEPT-NAME        PIC X(8).

      * Quote mode fields: the quote's own number, its expiry term,
      * and the scan state the recall mode uses to pull a quote back
      * off the append-only quotes file.
           05 WV-WO-STATUS             PIC X          VALUE SPACE.
           05 WV-WO-CLIENT             PIC X(5).
           05 WV-WO-TOTAL              PIC 9(7)V99    VALUE ZEROS.
           05 WV-WO-WARRANTY-LINES     PIC 999        VALUE ZEROS.

      * Trade-in fields: the allowance credited on this invoice (its
      * own negative line, NOT a discount) and the intake details of
           05 WV-TRADE-DESC            PIC X(25).
           05 WV-TRADE-GRADE           PIC X.
           05 WV-TRADE-ASKING          PIC 9(5)V99.

      * Secondhand-dealer intake fields: the bike's serial and make
      * and the identification the seller showed. The serial is
      * squeezed into WV-SERIAL-KEY (see copybooks/HOTLIST.cpy) one
      * character at a time through the two REDEFINES tables.

           05 WV-TRADE-SERIAL          PIC X(20).
           05 WV-TRADE-SERIAL-CHARS REDEFINES WV-TRADE-SERIAL.
               10 WV-SERIAL-IN-CHAR    PIC X OCCURS 20 TIMES.
           05 WV-SERIAL-KEY            PIC X(20).
           05 WV-SERIAL-KEY-CHARS REDEFINES WV-SERIAL-KEY.
               10 WV-SERIAL-OUT-CHAR   PIC X OCCURS 20 TIMES.
           05 WV-SERIAL-IN-SUB         PIC 99.
           05 WV-SERIAL-OUT-SUB        PIC 99.
           05 WV-TRADE-MAKE            PIC X(15).
           05 WV-TRADE-ID-TYPE         PIC X(10).
           05 WV-TRADE-ID-NUMBER       PIC X(20).
           05 WV-HOTLIST-HIT           PIC XXX.
           05 WV-HL-MAKE               PIC X(15).
           05 WV-HL-MODEL              PIC X(15).
           05 WV-HL-COLOR              PIC X(10).
           05 WV-HL-CASE-NUMBER        PIC X(12).
           05 WV-HL-DATE-REPORTED      PIC 9(8).
           05 WV-HL-AGENCY             PIC X(20).
           05 WV-HOLD-ACK              PIC X.
           05 WV-TRADE-STOCKED         PIC XXX.
           05 WV-QT-TODAY-INT          PIC 9(8).
           05 WV-QT-EXPIRE-INT         PIC 9(8).

           05 WV-STX-EOF              PIC XXX   VALUE "NO".
           05 WV-STX-SUB              PIC 99.
           05 WV-BEST-EFF-DATE        PIC 9(8).

      * Certificate the sale is exempt under - blank when the sale
      * is taxed.

           05 WV-EXEMPT-CERT-NO       PIC X(15)  VALUE SPACES.

      * Marketing campaign the client named for this sale - blank
      * when none - and the campaign file lookup that checks it.

           05 WV-CAMPAIGN-CODE        PIC X(6)   VALUE SPACES.
           05 WV-CAMP-EOF             PIC XXX.
           05 WV-CAMP-RESULT          PIC X(4).
           05 WV-CAMP-TODAY           PIC 9(8).
           
      * Variables used for outputting purposes.
        

       COPY OPPERMWS.

      * Parameter block for the shared OPSIGNON PIN checker behind
      * the sign-on.

       COPY OPSIGNWS.

      * Parameter block for the shared PERIODCHK closed-period check
      * - no mode that posts money or stock runs while today's month
      * is closed.

       COPY PERIODWS.

      * Parameter block for the shared FILELOCK named-lock facility.
      * The register takes the file's named lock around each shared-
      * file update - brief holds, so the maintenance desk is only

       COPY FLOCKWS.

      * Parameter block for the shared STKPOST stock-ledger poster -
      * every on-hand change the register makes on the shared
      * inventory file is posted to the movement ledger.

       COPY STKPOSTWS.

      * Parameter block for the shared SPOOLER print spool - the
      * stolen-bike hold notice prints through it.

       COPY SPOOLWS.

      * Parameter block for the shared CNOTELOG contact-notes
      * subprogram - the client inquiry shows the latest notes every
      * desk has taken and lets the clerk add the register's.

       COPY CNOTEWS.

      * Parameter block for the shared ZIPCHK city/state/ZIP check -
      * 395-DETERMINE-SALES-TAX-RATE takes the state out of the
      * address line, so the line is checked against the ZIP as keyed.

       COPY ZIPCKWS.

       01  WV-LOCK-VARS.
           05 WV-LOCK-CHOICE                 PIC X.
          05 WV-LOCK-HELD                   PIC XXX VALUE "NO".

      * Offline (store-and-forward) selling - see copybooks/
      * REGLOCAL.cpy. "YES" once the clerk agrees to ring the sale
      * against the local files; "END" when the shared files are
      * down and the clerk declines, so no sale is rung at all.

       01  WV-OFFLINE-VARS.
           05 WV-OFFLINE-FLAG                PIC XXX VALUE "NO".
               88 WV-IS-OFFLINE                       VALUE "YES".
               88 WV-SALE-REFUSED                     VALUE "END".
           05 WV-OFFLINE-REASON              PIC X(40).
           05 WV-OFFLINE-ANSWER              PIC X.

       COPY REGLOCAL.

       01 WS-POALOG-VARS.
          05 WS-POALOG-STATUS                PIC XX.

           05 UT-SYS-WOFILE            PIC X(60)
           VALUE "C:\COBOL\WorkOrders.txt".
           05 WS-WOFILE-STATUS         PIC XX.
           05 UT-SYS-WOCTR             PIC X(60)
           VALUE "C:\COBOL\WOCounter.txt".
           05 WS-WOCTR-STATUS          PIC XX.
           05 UT-SYS-USEDLOG           PIC X(60)
           VALUE "C:\COBOL\UsedBikeIntake.txt".
           05 WS-USEDLOG-STATUS        PIC XX.
           05 UT-SYS-HOTLIST           PIC X(60)
           VALUE "C:\COBOL\StolenHotlist.dat".
           05 WS-HOTLIST-STATUS        PIC XX.
           05 UT-SYS-PROMO             PIC X(60)
           VALUE "C:\COBOL\Promotions.txt".
           05 WS-PROMO-STATUS          PIC XX.
           05 UT-SYS-KITDEF            PIC X(60)
           VALUE "C:\COBOL\KitDefs.txt".
           05 WS-KITDEF-STATUS         PIC XX.
           05 UT-SYS-SUPERSED          PIC X(60)
           VALUE "C:\COBOL\Supersessions.txt".
           05 WS-SUPERSED-STATUS       PIC XX.
           05 UT-SYS-FULFILL           PIC X(60)
           VALUE "C:\COBOL\Fulfillment.txt".
           05 WS-FULFILL-STATUS        PIC XX.
           05 UT-SYS-STORECTL          PIC X(60)
           VALUE "C:\COBOL\StoreNumber.txt".
           05 WS-STORECTL-STATUS       PIC XX.
           05 WS-INVENTORY-STATUS      PIC XX.
           05 UT-SYS-ARFILE            PIC X(60)
           VALUE "C:\COBOL\ARCharges.txt".
           05 WS-ARFILE-STATUS         PIC XX.
           05 WS-HISTFILE-STATUS       PIC XX.
           05 WS-CTRFILE-STATUS        PIC XX.
           05 WS-VOIDFILE-STATUS       PIC XX.
           05 UT-SYS-RETURNS           PIC X(60)
           VALUE "C:\COBOL\InvoiceReturns.txt".
           05 WS-RETURNS-STATUS        PIC XX.
           05 UT-SYS-EXEMPT            PIC X(60)
           VALUE "C:\COBOL\TaxExempt.dat".
           05 WS-EXEMPT-STATUS         PIC XX.
           05 UT-SYS-PRCTIER           PIC X(60)
           VALUE "C:\COBOL\PriceTiers.txt".
           05 WS-PRCTIER-STATUS        PIC XX.
           05 UT-SYS-CAMPAIGN          PIC X(60)
           VALUE "C:\COBOL\Campaigns.txt".
           05 WS-CAMPAIGN-STATUS       PIC XX.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * an existing one off the history file.

           DISPLAY "N=New V=Void I=Inq P=Pay S=Stmt B=Batch Q=Quote "
               "R=Recall O=SpOrd W=WO T=Ret" LINE 1 COLUMN 1
           ACCEPT WV-RUN-MODE LINE 1 COLUMN 77

      * Inquiry, statements, and quotes post nothing; every other
      * mode is refused in a closed month.

           IF NOT WV-MODE-CLIENT-INQUIRY AND NOT WV-MODE-STATEMENTS
               AND NOT WV-MODE-QUOTE
               PERFORM 020-CHECK-PERIOD THRU 020-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WV-MODE-VOID-REPRINT
                   PERFORM 895-SPECIAL-ORDER-MODE THRU 895-EXIT
               WHEN WV-MODE-WORKORDER-SETTLE
                   PERFORM 850-WORKORDER-SETTLE THRU 850-EXIT
               WHEN WV-MODE-RETURN
                   PERFORM 832-RETURN-MODE THRU 832-EXIT
               WHEN OTHER
                   PERFORM 060-NEW-INVOICE-RTN THRU 060-EXIT
           END-EVALUATE
      ******************************************************************
      * 010-OPERATOR-SIGNON LOOKS THE KEYED OPERATOR ID UP ON THE
      * OPERATOR MASTER. AN UNKNOWN ID (OR A MISSING OPERATOR FILE)
      * ENDS THE SESSION - NOTHING RUNS ANONYMOUSLY ANY MORE. WITH
      * THE SHARED DIRECTORY DOWN THE REGISTER'S OWN SNAPSHOT OF THE
      * OPERATOR FILE SIGNS THE OPERATOR ON, SO OFFLINE SELLING STAYS
      * POSSIBLE.
      ******************************************************************
       010-OPERATOR-SIGNON.
           DISPLAY "Operator ID" LINE 24 COLUMN 1
           ACCEPT WV-OPERATOR-ID LINE 24 COLUMN 14
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE RL-SNAP-OPERATOR TO UT-SYS-OPERATOR
               OPEN INPUT OPERATOR-FILE
           END-IF
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON HAND - SEE A SUPERVISOR"
                   LINE 25 COLUMN 1
           PERFORM 015-READ-OPERATOR THRU 015-EXIT
               UNTIL WV-OP-EOF = "YES" OR WV-OP-FOUND = "YES"
           CLOSE OPERATOR-FILE

      * The PIN goes to the shared OPSIGNON checker, which counts a
      * wrong one on the operator's record and refuses a locked-
      * out operator. An ID not on file comes back "N" and is
      * refused just below.

           MOVE "S" TO SO-REQUEST
           MOVE WV-OPERATOR-ID TO SO-OPERATOR
           MOVE "PROGRAM1" TO SO-PROGRAM
           MOVE UT-SYS-OPERATOR TO SO-OPERATOR-PATH
           CALL "OPSIGNON" USING SO-PARMS
           IF SO-RESULT NOT = "G" AND SO-RESULT NOT = "N"
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
                   LINE 25 COLUMN 1
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WV-OP-FOUND = "NO"
               DISPLAY "OPERATOR ID NOT ON FILE - SESSION ENDED"
                   LINE 25 COLUMN 1
      * 012-GET-STORE-NUMBER READS WHICH STORE THIS REGISTER RINGS
      * FOR FROM THE STORE CONTROL FILE. NO FILE (OR A ZERO) MEANS
      * STORE 1, SO A REGISTER FROM BEFORE THE SECOND STORE OPENED
      * BEHAVES EXACTLY AS IT ALWAYS DID. THE LOCAL SNAPSHOT STANDS
      * IN WHEN THE SHARED DIRECTORY IS DOWN.
      ******************************************************************
       012-GET-STORE-NUMBER.
           OPEN INPUT STORE-CONTROL-FILE
           IF WS-STORECTL-STATUS NOT = "00"
               MOVE RL-SNAP-STORECTL TO UT-SYS-STORECTL
               OPEN INPUT STORE-CONTROL-FILE
           END-IF
           IF WS-STORECTL-STATUS = "00"
               READ STORE-CONTROL-FILE
                   AT END MOVE 1 TO STORECTL-RECORD
           END-READ.
       015-EXIT.

      ******************************************************************
      * 020-CHECK-PERIOD ASKS PERIODCHK WHETHER TODAY'S MONTH IS STILL
      * OPEN. A MONTH THE BOOKKEEPER HAS CLOSED ENDS THE SESSION, AND
      * PERIODCHK LOGS THE ATTEMPT.
      ******************************************************************
       020-CHECK-PERIOD.
           ACCEPT PC-POST-DATE FROM DATE YYYYMMDD
           MOVE "PROGRAM1" TO PC-PROGRAM
           MOVE WV-OPERATOR-ID TO PC-OPERATOR
           MOVE SPACES TO PC-DETAIL
           STRING "REGISTER MODE " DELIMITED BY SIZE
               WV-RUN-MODE DELIMITED BY SIZE
               INTO PC-DETAIL
           END-STRING
           CALL "PERIODCHK" USING PC-PARMS
           IF PC-ALLOWED NOT = "Y"
               DISPLAY "THIS MONTH WAS CLOSED BY " PC-CLOSED-BY
                   " ON " PC-CLOSED-DATE " - SEE A SUPERVISOR"
                   LINE 25 COLUMN 1
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       020-EXIT.

      ******************************************************************
      * 060-NEW-INVOICE-RTN RUNS ONE COMPLETE NEW-INVOICE SESSION -
      * THE PATH THAT USED TO LIVE INLINE IN 000-MAIN-RTN BEFORE THE
      * WRITES ITS UNPAID REMAINDER TO THE OPEN-BALANCE FILE.
      ******************************************************************
       060-NEW-INVOICE-RTN.
           PERFORM 040-CHECK-SHARED-FILES THRU 040-EXIT
           IF WV-SALE-REFUSED
               GO TO 060-EXIT
           END-IF
           PERFORM 050-GET-INVOICE-NUMBER THRU 050-EXIT
           PERFORM 055-LOAD-STATE-TAX-TABLE THRU 055-EXIT
           PERFORM 057-LOAD-PROMO-TABLE THRU 057-EXIT
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF
           OPEN I-O INVENTORY-FILE

      * Offline, the client master is out of reach - the sale keeps
      * the keyed name and address and SALEFWD syncs the master.

           IF NOT WV-IS-OFFLINE
               OPEN I-O CLIENT-MASTER-FILE
               IF WS-CLIENTMS-STATUS NOT = "00"
                   OPEN OUTPUT CLIENT-MASTER-FILE
                   CLOSE CLIENT-MASTER-FILE
                   OPEN I-O CLIENT-MASTER-FILE
               END-IF
           END-IF
           PERFORM 100-PRINT-BLOCK1 THRU 100-EXIT
           PERFORM 200-PRINT-BLOCK2 THRU 200-EXIT
           PERFORM 700-PROCESS-PAYMENT THRU 700-EXIT
           PERFORM 450-WRITE-HISTORY THRU 450-EXIT
           PERFORM 455-RELIEVE-INVENTORY THRU 455-EXIT
           IF NOT WV-IS-OFFLINE
               PERFORM 490-UPDATE-LOYALTY THRU 490-EXIT
           END-IF
           PERFORM 480-WRITE-INVOICE-DOC THRU 480-EXIT
           IF WV-IS-LAYAWAY
               PERFORM 470-WRITE-OPEN-BALANCE THRU 470-EXIT
           END-IF
           CLOSE INVOICE-HISTORY-FILE
           CLOSE INVENTORY-FILE
           IF WV-IS-OFFLINE
               DISPLAY "RUNG OFFLINE - PROVISIONAL INVOICE "
                   WV-INVOICE-NUMBER " WAITS FOR SALEFWD"
                   LINE 24 COLUMN 1
           ELSE
               CLOSE CLIENT-MASTER-FILE
           END-IF.
       060-EXIT.

      ******************************************************************
      * 040-CHECK-SHARED-FILES DECIDES, BEFORE A NEW SALE IS STARTED,
      * WHETHER IT CAN BE RUNG AGAINST THE SHARED FILES. IT PROBES
      * THE INVENTORY NAMED LOCK (TAKING AND AT ONCE RELEASING IT)
      * AND THE INVENTORY FILE ITSELF. A HELD LOCK OR AN UNREACHABLE
      * FILE OFFERS OFFLINE SELLING. DECLINING ON A HELD LOCK RINGS
      * THE SALE AS ALWAYS (THE RELIEF ASKS RETRY OR CONTINUE);
      * DECLINING WITH THE FILES DOWN RINGS NOTHING.
      ******************************************************************
       040-CHECK-SHARED-FILES.
           MOVE "NO" TO WV-OFFLINE-FLAG
           MOVE SPACES TO WV-OFFLINE-REASON
           MOVE "INVENTORY" TO FL-LOCK-NAME
           MOVE "A" TO FL-REQUEST
           MOVE "PROGRAM1" TO FL-PROGRAM
           MOVE WV-OPERATOR-ID TO FL-OPERATOR
           CALL "FILELOCK" USING FL-PARMS
           EVALUATE FL-RESULT
               WHEN "G"
               WHEN "S"
                   MOVE "R" TO FL-REQUEST
                   CALL "FILELOCK" USING FL-PARMS
               WHEN "H"
                   STRING "INVENTORY LOCKED BY " DELIMITED BY SIZE
                       FL-HOLDER-PROGRAM DELIMITED BY SPACES
                       INTO WV-OFFLINE-REASON
                   END-STRING
               WHEN OTHER
                   MOVE "LOCK FACILITY UNREACHABLE"
                       TO WV-OFFLINE-REASON
           END-EVALUATE
           IF WV-OFFLINE-REASON = SPACES
               OPEN INPUT INVENTORY-FILE
               IF WS-INVENTORY-STATUS = "00"
                   CLOSE INVENTORY-FILE
               ELSE
                   MOVE "SHARED INVENTORY FILE UNAVAILABLE"
                       TO WV-OFFLINE-REASON
               END-IF
           END-IF
           IF WV-OFFLINE-REASON = SPACES
               GO TO 040-EXIT
           END-IF
           DISPLAY WV-OFFLINE-REASON LINE 23 COLUMN 1
           DISPLAY "RING THIS SALE OFFLINE? (Y/N)" LINE 24 COLUMN 1
           ACCEPT WV-OFFLINE-ANSWER LINE 24 COLUMN 32
           IF WV-OFFLINE-ANSWER NOT = "Y"
                   AND WV-OFFLINE-ANSWER NOT = "y"
               IF FL-RESULT NOT = "H"
                   DISPLAY "SHARED FILES DOWN - NO SALE RUNG"
                       LINE 25 COLUMN 1
                   MOVE "END" TO WV-OFFLINE-FLAG
               END-IF
               GO TO 040-EXIT
           END-IF

      * Every file the sale reads or writes that lives on the shared
      * directory is pointed at the register's own copy.

           MOVE RL-SNAP-INVENTORY TO UT-SYS-INVENTORY
           MOVE RL-SNAP-STATETAX TO UT-SYS-STXFILE
           MOVE RL-SNAP-PROMO TO UT-SYS-PROMO
           MOVE RL-SNAP-KITDEF TO UT-SYS-KITDEF
           MOVE RL-SNAP-SUPERSED TO UT-SYS-SUPERSED
           MOVE RL-OFFLINE-CTR TO UT-SYS-CTRFILE
           MOVE RL-PEND-HISTORY TO UT-SYS-HISTFILE
           MOVE RL-PEND-DETAIL TO UT-SYS-INVDETL
           MOVE RL-PEND-OVERRIDE TO UT-SYS-OVRAUDIT
           MOVE RL-LOCAL-INVDOC TO UT-SYS-INVDOC
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "NO LOCAL INVENTORY SNAPSHOT - NO SALE RUNG"
                   LINE 25 COLUMN 1
               MOVE "END" TO WV-OFFLINE-FLAG
               GO TO 040-EXIT
           END-IF
           CLOSE INVENTORY-FILE
           MOVE "YES" TO WV-OFFLINE-FLAG.
       040-EXIT.

      ******************************************************************
      * 063-WRITE-FULFILLMENT ADDS THE ORDER JUST INVOICED TO THE WEB
      * ORDER FULFILLMENT FILE, OPEN, UNDER THE FULFILL LOCK SO THE
      * APPEND CANNOT LAND WHILE THE PICK/PACK DESK IS REWRITING THE
      * FILE. THE ORDER'S OWN ITEM CODES GO ON IT - A PACKAGE STAYS A
      * PACKAGE, AND THE PICK LIST BREAKS IT INTO ITS COMPONENTS.
      ******************************************************************
       063-WRITE-FULFILLMENT.
           MOVE "FULFILL" TO FL-LOCK-NAME
           PERFORM 446-TAKE-NAMED-LOCK THRU 446-EXIT
           OPEN EXTEND FULFILLMENT-FILE
           IF WS-FULFILL-STATUS NOT = "00"
               OPEN OUTPUT FULFILLMENT-FILE
           END-IF
           MOVE SPACES TO FF-RECORD
           MOVE WV-INVOICE-NUMBER TO FF-INVOICE-NUMBER
           MOVE WV-INVOICE-DATE TO FF-ORDER-DATE
           MOVE WV-CLIENT-NO-KEY TO FF-CLIENT-NO
           MOVE WV-STORE-NO TO FF-STORE-NO
           MOVE "O" TO FF-STATUS
           MOVE ORD-BIKE-CODE TO FF-BIKE-CODE
           MOVE ORD-ACCESS-CODE TO FF-ACCESS-CODE
           MOVE ZEROS TO FF-ACCESS-QTY
           IF ORD-ACCESS-CODE NOT = SPACES
               MOVE ORD-ACCESS-QTY TO FF-ACCESS-QTY
               IF FF-ACCESS-QTY = ZEROS
                   MOVE 1 TO FF-ACCESS-QTY
               END-IF
           END-IF
           MOVE WV-SHIP-CHARGE TO FF-SHIP-CHARGE
           MOVE ZEROS TO FF-CARRIER-CHARGE FF-PICK-DATE
               FF-PACK-DATE FF-SHIP-DATE
           WRITE FF-RECORD
           CLOSE FULFILLMENT-FILE
           MOVE "FULFILL" TO FL-LOCK-NAME
           PERFORM 447-DROP-NAMED-LOCK THRU 447-EXIT.
       063-EXIT.

      ******************************************************************
      * 065-BATCH-ORDER-MODE LOADS THE WEB STOREFRONT'S DAILY ORDER
      * FILE WITHOUT AN OPERATOR, THE WAY PROJECT1'S 450-BATCH-READ-
               WV-PAY-CARD-AMT WV-PAY-CREDIT-AMT WV-PAY-ACCT-AMT
               WV-POINTS-REDEEMED WV-PAY-POINTS-AMT
           MOVE "NO" TO WV-LAYAWAY-FLAG
           MOVE SPACES TO WV-CAMPAIGN-CODE
           MOVE ZEROS TO WV-SHIP-CHARGE
           IF ORD-SHIP-CHARGE NUMERIC
               MOVE ORD-SHIP-CHARGE TO WV-SHIP-CHARGE
           END-IF

      * Client must already be on the shared master.


      * Price the bike line, if the order has one.

      * A package goes on the accessory line, where its components
      * are checked and spread - never on the bike line.

           IF ORD-BIKE-CODE NOT = SPACES
               MOVE ORD-BIKE-CODE TO WV-ITEM-CODE
               PERFORM 925-FIND-KIT THRU 925-EXIT
               IF WV-ITEM-IS-KIT
                   MOVE "KIT CODE ON THE BIKE LINE" TO WV-ORD-REASON
                   MOVE "NO" TO WV-ORD-VALID
               END-IF
           END-IF
           IF ORD-BIKE-CODE NOT = SPACES AND WV-ORD-VALID = "YES"
               MOVE ORD-BIKE-CODE TO INV-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                           MOVE WV-ITEM-PRICE
                               TO WV-BIKE-TBL-PRICE (1)
                           MOVE SPACES TO WV-BIKE-TBL-SERIAL (1)
                               WV-BIKE-TBL-KIT-CODE (1)
                           MOVE WV-ITEM-ON-PROMO
                               TO WV-BIKE-TBL-PROMO (1)
                           ADD WV-ITEM-PRICE TO WV-SUBTOTAL-SUM
               GO TO 067-EXIT
           END-IF

      * Price the accessory line, if the order has one. A package
      * code rings its components instead (see 068-PRICE-BATCH-KIT).

           MOVE "NO" TO WV-KIT-FOUND
           IF ORD-ACCESS-CODE NOT = SPACES
               MOVE ORD-ACCESS-CODE TO WV-ITEM-CODE
               PERFORM 925-FIND-KIT THRU 925-EXIT
           END-IF
           IF ORD-ACCESS-CODE NOT = SPACES AND WV-ITEM-IS-KIT
               PERFORM 068-PRICE-BATCH-KIT THRU 068-EXIT
           END-IF
           IF ORD-ACCESS-CODE NOT = SPACES AND NOT WV-ITEM-IS-KIT
               MOVE ORD-ACCESS-CODE TO INV-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                           MOVE "NO" TO WV-ORD-VALID
                       ELSE
                           MOVE ORD-ACCESS-CODE TO WV-ACCTBL-CODE (1)
                           MOVE SPACES TO WV-ACCTBL-KIT-CODE (1)
                           MOVE INV-DESCRIPTION
                               TO WV-ACCTBL-DESCRIPTION (1)
                           MOVE ORD-ACCESS-CODE TO WV-ITEM-CODE
           COMPUTE WV-SALES-TAX ROUNDED =
               WV-TAX-RATE-USED * WV-NET-SALE
           COMPUTE WO-INVOICE-TOTAL = WV-NET-SALE + WV-SALES-TAX
               + WV-SHIP-CHARGE

      * The storefront's tenders must balance exactly - shipping
      * included - and batch orders cannot be layaways.

           MOVE ORD-PAY-CASH-AMT TO WV-PAY-CASH-AMT
           MOVE ORD-PAY-CHECK-AMT TO WV-PAY-CHECK-AMT
           ADD WV-PAY-CASH-AMT WV-PAY-CHECK-AMT WV-PAY-CARD-AMT
               GIVING WV-PAY-TOTAL
           COMPUTE WV-ORD-PAY-TOTAL = WV-NET-SALE + WV-SALES-TAX
               + WV-SHIP-CHARGE
           IF WV-PAY-TOTAL NOT = WV-ORD-PAY-TOTAL
               MOVE "PAYMENT DOES NOT BALANCE" TO WV-ORD-REASON
               PERFORM 069-WRITE-ORDER-REJECT THRU 069-EXIT
           PERFORM 455-RELIEVE-INVENTORY THRU 455-EXIT
           PERFORM 490-UPDATE-LOYALTY THRU 490-EXIT
           PERFORM 480-WRITE-INVOICE-DOC THRU 480-EXIT
           PERFORM 063-WRITE-FULFILLMENT THRU 063-EXIT
           ADD 1 TO WV-ORD-GOOD-COUNT.
       067-EXIT.

      ******************************************************************
      * 068-PRICE-BATCH-KIT PRICES A PACKAGE CODE ON A STOREFRONT
      * ORDER'S ACCESSORY LINE: THE KIT'S OWN RECORD GIVES THE BUNDLE
      * PRICE (A DATED PROMOTION ON THE KIT STILL APPLIES) AND
      * 920-RING-KIT CHECKS, RINGS, AND SPREADS ITS COMPONENTS. A KIT
      * A COMPONENT CANNOT COVER REJECTS THE ORDER WITH THE REASON.
      ******************************************************************
       068-PRICE-BATCH-KIT.
           MOVE ORD-ACCESS-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "ACCESS CODE NOT ON FILE" TO WV-ORD-REASON
                   MOVE "NO" TO WV-ORD-VALID
                   GO TO 068-EXIT
           END-READ
           MOVE ORD-ACCESS-QTY TO WV-ACCESS-QTY
           IF WV-ACCESS-QTY = 0
               MOVE 1 TO WV-ACCESS-QTY
           END-IF
           MOVE ORD-ACCESS-CODE TO WV-ITEM-CODE
           MOVE INV-DESCRIPTION TO WV-ITEM-DESCRIPTION
           MOVE INV-PRICE TO WV-ITEM-PRICE
           MOVE "N" TO WV-ITEM-ON-PROMO
           PERFORM 905-CHECK-PROMO THRU 905-EXIT
           MOVE "NO" TO WV-KIT-KEYED
           PERFORM 920-RING-KIT THRU 920-EXIT
           IF WV-KIT-REFUSAL NOT = SPACES
               MOVE WV-KIT-REFUSAL TO WV-ORD-REASON
               MOVE "NO" TO WV-ORD-VALID
           END-IF.
       068-EXIT.

       069-WRITE-ORDER-REJECT.
           MOVE ORD-RECORD TO ORJ-ORDER-IMAGE
           MOVE WV-ORD-REASON TO ORJ-REASON
           OPEN INPUT INVOICE-COUNTER-FILE
           IF WS-CTRFILE-STATUS NOT = "00"
               MOVE ZEROS TO CTR-RECORD
               IF WV-IS-OFFLINE
                   MOVE RL-OFFLINE-BLOCK-START TO CTR-RECORD
               END-IF
               OPEN OUTPUT INVOICE-COUNTER-FILE
               WRITE CTR-RECORD
               CLOSE INVOICE-COUNTER-FILE
           END-READ
           MOVE CTR-RECORD TO WV-INVOICE-NUMBER
           CLOSE INVOICE-COUNTER-FILE

      * The offline counter stays inside its reserved block.

           IF WV-IS-OFFLINE
               IF WV-INVOICE-NUMBER < RL-OFFLINE-BLOCK-START
                   OR WV-INVOICE-NUMBER = 999999
                   MOVE RL-OFFLINE-BLOCK-START TO WV-INVOICE-NUMBER
               END-IF
           END-IF
           ADD 1 TO WV-INVOICE-NUMBER
           MOVE WV-INVOICE-NUMBER TO CTR-RECORD
           OPEN OUTPUT INVOICE-COUNTER-FILE
               AT END
                   MOVE "YES" TO WV-PROMO-EOF
               NOT AT END
                   IF WV-PROMO-COUNT < 500
                       ADD 1 TO WV-PROMO-COUNT
                       SET PRM-IDX TO WV-PROMO-COUNT
                       MOVE PR-ITEM-CODE TO WS-PRM-TBL-CODE (PRM-IDX)
           END-READ.
       058-EXIT.

      ******************************************************************
      * 059-LOAD-KIT-TABLE READS THE KIT DEFINITIONS INTO THE TABLE
      * ONCE PER SESSION. THE FILE IS OPTIONAL - NO FILE MEANS NO
      * ITEM IS A KIT AND EVERY CODE RINGS AS ITSELF.
      ******************************************************************
       059-LOAD-KIT-TABLE.
           MOVE "YES" TO WV-KIT-LOADED
           OPEN INPUT KIT-FILE
           IF WS-KITDEF-STATUS = "00"
               PERFORM 059A-READ-KIT THRU 059A-EXIT
                   UNTIL WV-KIT-EOF = "YES"
               CLOSE KIT-FILE
           END-IF.
       059-EXIT.

       059A-READ-KIT.
           READ KIT-FILE
               AT END
                   MOVE "YES" TO WV-KIT-EOF
               NOT AT END
                   IF WV-KIT-COUNT < 500
                       ADD 1 TO WV-KIT-COUNT
                       SET KIT-IDX TO WV-KIT-COUNT
                       MOVE KD-KIT-CODE
                           TO WS-KIT-TBL-KIT-CODE (KIT-IDX)
                       MOVE KD-COMP-CODE
                           TO WS-KIT-TBL-COMP-CODE (KIT-IDX)
                       MOVE KD-COMP-QTY
                           TO WS-KIT-TBL-COMP-QTY (KIT-IDX)
                       MOVE KD-COMP-TYPE
                           TO WS-KIT-TBL-COMP-TYPE (KIT-IDX)
                   END-IF
           END-READ.
       059A-EXIT.

      ******************************************************************
      * 059B-LOAD-SUPERSESSIONS READS THE ITEM SUPERSESSIONS INTO THE
      * TABLE ONCE PER SESSION. THE FILE IS OPTIONAL - NO FILE MEANS
      * EVERY CODE RINGS AS ITSELF.
      ******************************************************************
       059B-LOAD-SUPERSESSIONS.
           MOVE "YES" TO WV-SU-LOADED
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS = "00"
               PERFORM 059C-READ-SUPERSESSION THRU 059C-EXIT
                   UNTIL WV-SU-EOF = "YES"
               CLOSE SUPERSESSION-FILE
           END-IF.
       059B-EXIT.

       059C-READ-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "YES" TO WV-SU-EOF
               NOT AT END
                   IF WV-SU-COUNT < 500
                       ADD 1 TO WV-SU-COUNT
                       SET SU-IDX TO WV-SU-COUNT
                       MOVE SU-OLD-CODE
                           TO WS-SU-TBL-OLD-CODE (SU-IDX)
                       MOVE SU-NEW-CODE
                           TO WS-SU-TBL-NEW-CODE (SU-IDX)
                       MOVE SU-EFFECTIVE-DATE
                           TO WS-SU-TBL-EFF-DATE (SU-IDX)
                   END-IF
           END-READ.
       059C-EXIT.

      ******************************************************************
      * 053-LOAD-TIER-TABLE READS THE PRICING-TIER RULES INTO THE
      * TABLE ONCE PER SESSION. THE FILE IS OPTIONAL - NO FILE MEANS
      * EVERY CLIENT GETS THE STANDARD DISCOUNT, AS THEY ALWAYS DID.
      ******************************************************************
       053-LOAD-TIER-TABLE.
           MOVE "YES" TO WV-TIER-LOADED
           OPEN INPUT PRICE-TIER-FILE
           IF WS-PRCTIER-STATUS = "00"
               PERFORM 054-READ-TIER THRU 054-EXIT
                   UNTIL WV-TIER-EOF = "YES"
               CLOSE PRICE-TIER-FILE
           END-IF.
       053-EXIT.

       054-READ-TIER.
           READ PRICE-TIER-FILE
               AT END
                   MOVE "YES" TO WV-TIER-EOF
               NOT AT END
                   IF WV-TIER-COUNT < 50
                       ADD 1 TO WV-TIER-COUNT
                       SET TIER-IDX TO WV-TIER-COUNT
                       MOVE PT-TIER-CODE TO WS-TIER-TBL-CODE (TIER-IDX)
                       MOVE PT-EFFECTIVE-DATE
                           TO WS-TIER-TBL-EFF-DATE (TIER-IDX)
                       MOVE PT-DESCRIPTION
                           TO WS-TIER-TBL-DESC (TIER-IDX)
                       MOVE PT-BIKE-RULE
                           TO WS-TIER-TBL-BIKE-RULE (TIER-IDX)
                       MOVE PT-BIKE-PCT
                           TO WS-TIER-TBL-BIKE-PCT (TIER-IDX)
                       MOVE PT-ACCESS-RULE
                           TO WS-TIER-TBL-ACC-RULE (TIER-IDX)
                       MOVE PT-ACCESS-PCT
                           TO WS-TIER-TBL-ACC-PCT (TIER-IDX)
                   END-IF
           END-READ.
       054-EXIT.

       056-READ-STATE-TAX.
           READ STATE-TAX-FILE
               AT END
           DISPLAY "Customer City, State, Zip"  LINE 6 COLUMN 1
           DISPLAY ":"                          LINE 6 COLUMN 30
           ACCEPT WV-CITY-STATE-ZIP             LINE 6 COLUMN 32
           IF NOT WV-IS-OFFLINE
               PERFORM 105-CHECK-ZIP THRU 105-EXIT
           END-IF
           DISPLAY "Customer Phone #"           LINE 7 COLUMN 1
           DISPLAY ":"                          LINE 7 COLUMN 30
           ACCEPT WV-PHONE                      LINE 7 COLUMN 32
           IF NOT WV-IS-OFFLINE
               PERFORM 110-SYNC-CLIENT-MASTER THRU 110-EXIT
           ELSE
               MOVE WV-CLIENT-NO TO WV-CLIENT-NO-KEY
           END-IF
           PERFORM 120-KEY-CAMPAIGN THRU 120-EXIT
           ADD 10 TO WV-LINE-COUNT.
       100-EXIT.

      ******************************************************************
      * 105-CHECK-ZIP CHECKS THE KEYED CITY/STATE/ZIP AGAINST THE ZIP
      * REFERENCE BEFORE THE TAX STATE IS TAKEN FROM IT. A MISSING OR
      * MISSPELLED CITY OR STATE IS FILLED IN FROM THE ZIP AND SHOWN
      * BACK IN PLACE; A STATE THAT IS NOT THE ZIP'S, A ZIP NOT ON
      * THE REFERENCE, OR NO ZIP AT ALL IS REFUSED AND REKEYED. WITH
      * NO REFERENCE ON HAND THE LINE IS TAKEN AS KEYED. OFFLINE, THE
      * REFERENCE IS OUT OF REACH AND THE CHECK IS NOT MADE.
      ******************************************************************
       105-CHECK-ZIP.
           MOVE "V" TO ZC-REQUEST
           MOVE WV-CITY-STATE-ZIP TO ZC-CITY-STATE-ZIP
           CALL "ZIPCHK" USING ZC-PARMS
           IF ZC-VALID OR ZC-NO-REFERENCE
               DISPLAY "                        " LINE 6 COLUMN 56
               GO TO 105-EXIT
           END-IF
           IF ZC-FILLED
               MOVE ZC-SUGGESTED TO WV-CITY-STATE-ZIP
               DISPLAY WV-CITY-STATE-ZIP         LINE 6 COLUMN 32
               DISPLAY "SET FROM ZIP            " LINE 6 COLUMN 56
               GO TO 105-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ZC-STATE-MISMATCH
                   DISPLAY "ZIP IS IN " ZC-REF-STATE " - REKEY    "
                       LINE 6 COLUMN 56
               WHEN ZC-UNKNOWN-ZIP
                   DISPLAY "ZIP NOT ON FILE - REKEY " LINE 6 COLUMN 56
               WHEN OTHER
                   DISPLAY "NEED CITY, ST 12345     " LINE 6 COLUMN 56
           END-EVALUATE
           MOVE SPACES TO WV-CITY-STATE-ZIP
           DISPLAY WV-CITY-STATE-ZIP            LINE 6 COLUMN 32
           ACCEPT WV-CITY-STATE-ZIP             LINE 6 COLUMN 32
           GO TO 105-CHECK-ZIP.
       105-EXIT.

      ******************************************************************
      * 110-SYNC-CLIENT-MASTER LOOKS THE CLIENT NUMBER UP AGAINST THE
      * SHARED CLIENT MASTER FILE. IF THE CLIENT ALREADY EXISTS, THE
                   MOVE WV-CITY-STATE-ZIP TO CM-CLIENT-CITY-STATE-ZIP
                   MOVE ZEROS TO CM-LOYALTY-POINTS
                   MOVE "A" TO CM-ACTIVE-FLAG
                   MOVE SPACES TO CM-PRICING-TIER CM-NSF-HOLD
                   MOVE SPACES TO CM-CONSENT-MAIL CM-CONSENT-PHONE
                       CM-CONSENT-EMAIL
                   WRITE CM-MASTER-RECORD
               NOT INVALID KEY
                   IF CM-ACTIVE-FLAG = "I"
                   MOVE CM-CLIENT-CITY-STATE-ZIP TO WV-CITY-STATE-ZIP
           END-READ.
       110-EXIT.

      ******************************************************************
      * 120-KEY-CAMPAIGN TAKES THE MARKETING CAMPAIGN CODE THE CLIENT
      * NAMES, IF ANY, SO CAMPRPT CAN CREDIT THE SALE TO IT. A CODE
      * NOT ON THE CAMPAIGN FILE, OR OUTSIDE ITS RESPONSE WINDOW, IS
      * REFUSED AND REKEYED - BLANK GOES ON WITH NO CAMPAIGN.
      * OFFLINE, THE CAMPAIGN FILE IS OUT OF REACH AND THE CODE IS
      * TAKEN AS KEYED.
      ******************************************************************
       120-KEY-CAMPAIGN.
           DISPLAY "Campaign Code (blank = none)" LINE 9 COLUMN 1
           DISPLAY ":"                          LINE 9 COLUMN 30
           MOVE SPACES TO WV-CAMPAIGN-CODE
           ACCEPT WV-CAMPAIGN-CODE              LINE 9 COLUMN 32
           IF WV-CAMPAIGN-CODE = SPACES OR WV-IS-OFFLINE
               GO TO 120-EXIT
           END-IF
           PERFORM 125-CHECK-CAMPAIGN THRU 125-EXIT
           IF WV-CAMP-RESULT = "OK"
               DISPLAY "                                "
                   LINE 9 COLUMN 45
               GO TO 120-EXIT
           END-IF
           IF WV-CAMP-RESULT = "DATE"
               DISPLAY "CAMPAIGN NOT RUNNING TODAY      "
                   LINE 9 COLUMN 45
           ELSE
               DISPLAY "CAMPAIGN CODE NOT ON FILE       "
                   LINE 9 COLUMN 45
           END-IF
           GO TO 120-KEY-CAMPAIGN.
       120-EXIT.

      ******************************************************************
      * 125-CHECK-CAMPAIGN LOOKS WV-CAMPAIGN-CODE UP ON THE CAMPAIGN
      * FILE. WV-CAMP-RESULT COMES BACK OK, DATE (ON FILE BUT TODAY
      * IS OUTSIDE ITS WINDOW), OR NONE.
      ******************************************************************
       125-CHECK-CAMPAIGN.
           MOVE "NONE" TO WV-CAMP-RESULT
           ACCEPT WV-CAMP-TODAY FROM DATE YYYYMMDD
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               GO TO 125-EXIT
           END-IF
           MOVE "NO" TO WV-CAMP-EOF
           PERFORM 126-READ-CAMPAIGN THRU 126-EXIT
               UNTIL WV-CAMP-EOF = "YES"
           CLOSE CAMPAIGN-FILE.
       125-EXIT.

       126-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   MOVE "YES" TO WV-CAMP-EOF
                   GO TO 126-EXIT
           END-READ
           IF CG-CAMPAIGN-CODE NOT = WV-CAMPAIGN-CODE
               GO TO 126-EXIT
           END-IF
           MOVE "YES" TO WV-CAMP-EOF
           IF WV-CAMP-TODAY < CG-START-DATE
               OR WV-CAMP-TODAY > CG-END-DATE
               MOVE "DATE" TO WV-CAMP-RESULT
           ELSE
               MOVE "OK" TO WV-CAMP-RESULT
           END-IF.
       126-EXIT.
       
      ******************************************************************
      * 200-ENTER-TRXS IS A LOOP THAT ASKS THE USER IF THE TRANSACTION

           PERFORM 900-LOOKUP-PRICE THRU 900-EXIT

      * A package is rung at the accessory prompt, where every one of
      * its components is checked - its own on-hand count means
      * nothing.

           MOVE "NO" TO WV-KIT-FOUND
           IF WV-ITEM-WAS-ON-FILE
               PERFORM 925-FIND-KIT THRU 925-EXIT
           END-IF
           IF WV-ITEM-IS-KIT
               DISPLAY "KIT - KEY IT AT THE ACCESSORY PROMPT"
                   LINE WV-LINE-COUNT COLUMN 40
               ADD 1 TO WV-LINE-COUNT
               GO TO 250-EXIT
           END-IF

      * A bike we have none of on hand is refused rather than sold
      * into a negative count; the operator is re-prompted for the
      * same line.
           MOVE WV-ITEM-DESCRIPTION TO WV-BIKE-DESCRIPTION
           MOVE WV-ITEM-PRICE TO WV-BIKE-PRICE
           MOVE WV-ITEM-CODE TO WV-BIKE-TBL-CODE (WV-BIKE-COUNT)
           MOVE SPACES TO WV-BIKE-TBL-KIT-CODE (WV-BIKE-COUNT)
           IF NOT WV-ITEM-WAS-ON-FILE
               MOVE SPACES TO WV-BIKE-TBL-CODE (WV-BIKE-COUNT)
           END-IF
               MOVE 1 TO WV-ACCESS-QTY
           END-IF

      * A package item rings as its components, each checked against
      * stock and charged its share of the bundle price.

           MOVE "NO" TO WV-KIT-FOUND
           IF WV-ITEM-WAS-ON-FILE
               PERFORM 925-FIND-KIT THRU 925-EXIT
           END-IF
           IF WV-ITEM-IS-KIT
               MOVE "YES" TO WV-KIT-KEYED
               PERFORM 920-RING-KIT THRU 920-EXIT
               MOVE SPACES TO WV-ACCESS-DESCRIPTION
               GO TO 300-EXIT
           END-IF

      * An accessory order for more than we have on hand is refused
      * rather than sold into a negative count; the operator is
      * re-prompted for the same line.
           END-IF

           MOVE WV-ITEM-CODE TO WV-ACCTBL-CODE (WV-ACCESS-COUNT)
           MOVE SPACES TO WV-ACCTBL-KIT-CODE (WV-ACCESS-COUNT)
           IF NOT WV-ITEM-WAS-ON-FILE
               MOVE SPACES TO WV-ACCTBL-CODE (WV-ACCESS-COUNT)
           END-IF
      * DATE IS THE LATEST ONE ON OR BEFORE THE SALE DATE, SO A
      * MID-YEAR CHANGE CHARGES THE RATE IN FORCE ON THE SALE DATE. A
      * STATE NOT IN THE TABLE (OR A CITY/STATE/ZIP THAT DOESN'T
      * PARSE) FALLS BACK TO THE OLD FLAT CO-SALES-TAX RATE. A CLIENT
      * HOLDING A LIVE EXEMPTION CERTIFICATE FOR THE STATE IS THEN
      * CHARGED NOTHING (SEE 396-CHECK-EXEMPTION).
      ******************************************************************
       395-DETERMINE-SALES-TAX-RATE.
           MOVE CO-SALES-TAX TO WV-TAX-RATE-USED
                           TO WV-TAX-RATE-USED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 396-CHECK-EXEMPTION THRU 396-EXIT.
       395-EXIT.

      ******************************************************************
      * 396-CHECK-EXEMPTION LOOKS THE CLIENT AND THE PARSED SHIP-TO
      * STATE UP ON THE EXEMPTION CERTIFICATE FILE. A CERTIFICATE
      * STILL GOOD ON THE SALE DATE ZEROES THE RATE AND IS KEPT FOR
      * THE HISTORY LINE AND THE PRINTED INVOICE; AN EXPIRED ONE IS
      * REPORTED AND THE SALE IS TAXED AS NORMAL. NO FILE ON HAND
      * MEANS NO EXEMPT CLIENTS.
      ******************************************************************
       396-CHECK-EXEMPTION.
           MOVE SPACES TO WV-EXEMPT-CERT-NO
           OPEN INPUT EXEMPT-CERT-FILE
           IF WS-EXEMPT-STATUS NOT = "00"
               GO TO 396-EXIT
           END-IF
           MOVE WV-CLIENT-NO-KEY TO EX-CLIENT-NO
           MOVE WV-CSZ-STATE-CODE TO EX-ISSUE-STATE
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EX-EXPIRY-DATE NOT < WV-INVOICE-DATE
                       MOVE ZEROS TO WV-TAX-RATE-USED
                       MOVE EX-CERT-NO TO WV-EXEMPT-CERT-NO
                   ELSE
                       DISPLAY "EXEMPTION CERT " EX-CERT-NO
                           " EXPIRED " EX-EXPIRY-DATE " - TAXED"
                           LINE WV-LINE-COUNT COLUMN 1
                       ADD 1 TO WV-LINE-COUNT
                   END-IF
           END-READ
           CLOSE EXEMPT-CERT-FILE.
       396-EXIT.

      ******************************************************************
      * 400-PRINT-RESULTS DOES THE FINAL SUBTOTALING OF THE ORDER.
      * THIS MODUAL ALSO CALLS A SUB FUNCTION TO CALCULATE 
           MOVE WV-DISCOUNT-SUM TO WO-DISCOUNT-SUM
           DISPLAY WO-DISCOUNT-SUM        LINE WV-LINE-COUNT COLUMN 47
           ADD 1 TO WV-LINE-COUNT
           IF WV-TIER-CODE NOT = SPACES
               DISPLAY "Pricing Tier - " WV-TIER-CODE " " WV-TIER-DESC
                                          LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
           END-IF
           DISPLAY "----------"           LINE WV-LINE-COUNT COLUMN 45
           ADD 1 TO WV-LINE-COUNT
           SUBTRACT WV-DISCOUNT-SUM FROM WV-SUBTOTAL-SUM GIVING
           DISPLAY "Sales Tax"            LINE WV-LINE-COUNT COLUMN 1
           DISPLAY WO-SALES-TAX           LINE WV-LINE-COUNT COLUMN 47
           ADD 1 TO WV-LINE-COUNT
           IF WV-EXEMPT-CERT-NO NOT = SPACES
               DISPLAY "Tax Exempt - Cert " WV-EXEMPT-CERT-NO
                                          LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
           END-IF
           DISPLAY "----------"           LINE WV-LINE-COUNT COLUMN 45
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Invoice Total"        LINE WV-LINE-COUNT COLUMN 1
      ******************************************************************
       450-WRITE-HISTORY.
           MOVE ZEROS TO WV-IDX-LINE-SEQ

      * An offline sale has no index entry yet - SALEFWD writes it
      * under the sale's real number when it posts the history.

           IF NOT WV-IS-OFFLINE
               OPEN I-O INVOICE-INDEX-FILE
               IF WS-INVIDX-STATUS NOT = "00"
                   OPEN OUTPUT INVOICE-INDEX-FILE
                   CLOSE INVOICE-INDEX-FILE
                   OPEN I-O INVOICE-INDEX-FILE
               END-IF
           END-IF

      * One history line is written per bike so a multi-bike invoice
                   PERFORM 452-FILL-AND-WRITE-HIST THRU 452-EXIT
               END-PERFORM
           END-IF
           IF NOT WV-IS-OFFLINE
               CLOSE INVOICE-INDEX-FILE
           END-IF
           PERFORM 453-WRITE-DETAIL-LINES THRU 453-EXIT.
       450-EXIT.

                       TO DT-UNIT-PRICE DT-LINE-TOTAL
                   MOVE WV-BIKE-TBL-PROMO (WV-BIKE-IDX)
                       TO DT-PROMO-FLAG
                   MOVE WV-BIKE-TBL-TIER-DISC (WV-BIKE-IDX)
                       TO DT-TIER-DISCOUNT
                   MOVE WV-BIKE-TBL-KIT-CODE (WV-BIKE-IDX)
                       TO DT-KIT-CODE
                   PERFORM 454-FILL-AND-WRITE-DETAIL THRU 454-EXIT
               END-IF
           END-PERFORM
                       TO DT-LINE-TOTAL
                   MOVE WV-ACCTBL-PROMO (WV-ACCESS-IDX)
                       TO DT-PROMO-FLAG
                   MOVE WV-ACCTBL-TIER-DISC (WV-ACCESS-IDX)
                       TO DT-TIER-DISCOUNT
                   MOVE WV-ACCTBL-KIT-CODE (WV-ACCESS-IDX)
                       TO DT-KIT-CODE
                   PERFORM 454-FILL-AND-WRITE-DETAIL THRU 454-EXIT
               END-IF
           END-PERFORM
           MOVE WV-INVOICE-NUMBER TO DT-INVOICE-NUMBER
           MOVE WV-INVOICE-DATE TO DT-INVOICE-DATE
           MOVE WV-STORE-NO TO DT-STORE-NO
           MOVE WV-TIER-CODE TO DT-PRICING-TIER
           WRITE DT-RECORD.
       454-EXIT.

           MOVE WV-TRADE-IN-AMT     TO HIST-TRADE-IN-AMT
           MOVE WV-STORE-NO         TO HIST-STORE-NO
           MOVE WV-PAY-ACCT-AMT     TO HIST-PAY-ACCT-AMT
           MOVE WV-EXEMPT-CERT-NO   TO HIST-EXEMPT-CERT-NO
           MOVE WV-SHIP-CHARGE      TO HIST-SHIP-CHARGE
           MOVE WV-CAMPAIGN-CODE    TO HIST-CAMPAIGN-CODE
           WRITE HIST-RECORD
           IF WV-IS-OFFLINE
               GO TO 452-EXIT
           END-IF

      * The same line lands on the invoice-number index so lookups
      * seek instead of scan.
           CALL "FILELOCK" USING FL-PARMS.
       447-EXIT.

      ******************************************************************
      * 448-POST-STOCK-MOVE POSTS THE ON-HAND CHANGE THE CALLER HAS
      * LOADED INTO SK-PARMS TO THE STOCK LEDGER. AN OFFLINE SALE
      * ONLY TOUCHED THE REGISTER'S SNAPSHOT - SALEFWD POSTS IT WHEN
      * IT RELIEVES THE SHARED FILE.
      ******************************************************************
       448-POST-STOCK-MOVE.
           IF WV-IS-OFFLINE
               GO TO 448-EXIT
           END-IF
           MOVE ZEROS TO SK-UNIT-COST
           IF INV-UNIT-COST NUMERIC
               MOVE INV-UNIT-COST TO SK-UNIT-COST
           END-IF
           MOVE WV-OPERATOR-ID TO SK-OPERATOR
           MOVE "PROGRAM1" TO SK-PROGRAM
           CALL "STKPOST" USING SK-PARMS.
       448-EXIT.

      ******************************************************************
      * 455-RELIEVE-INVENTORY DECREMENTS THE ON-HAND COUNT ON THE
      * INVENTORY FILE FOR EVERY BIKE AND ACCESSORY LINE ON THE
      * ITEM CODE AND HAS NO INVENTORY RECORD TO RELIEVE.
      ******************************************************************
       455-RELIEVE-INVENTORY.

      * Offline the relief comes off the register's own snapshot,
      * which no other session touches - no lock to take.

           IF NOT WV-IS-OFFLINE
               MOVE "INVENTORY" TO FL-LOCK-NAME
               PERFORM 446-TAKE-NAMED-LOCK THRU 446-EXIT
           END-IF
           PERFORM VARYING WV-BIKE-IDX FROM 1 BY 1
               UNTIL WV-BIKE-IDX >= WV-BIKE-COUNT
               IF WV-BIKE-TBL-CODE (WV-BIKE-IDX) NOT = SPACES
           END-READ

      * The relief comes out of the signed-on store's own bucket.
      * The ledger gets what actually came off the count, so a relief
      * floored at zero still proves.

           IF WV-STORE-NO = 2
               MOVE INV-QTY-STORE2 TO WV-LEDGER-BEFORE
               IF WV-RELIEVE-QTY > INV-QTY-STORE2
                   MOVE ZEROS TO INV-QTY-STORE2
               ELSE
                   SUBTRACT WV-RELIEVE-QTY FROM INV-QTY-STORE2
               END-IF
           ELSE
               MOVE INV-QTY-ON-HAND TO WV-LEDGER-BEFORE
               IF WV-RELIEVE-QTY > INV-QTY-ON-HAND
                   MOVE ZEROS TO INV-QTY-ON-HAND
               ELSE
                   SUBTRACT WV-RELIEVE-QTY FROM INV-QTY-ON-HAND
               END-IF
           END-IF
           REWRITE INV-RECORD
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE WV-STORE-NO TO SK-STORE-NO
           MOVE "S" TO SK-MOVE-TYPE
           IF WV-STORE-NO = 2
               COMPUTE SK-QTY = INV-QTY-STORE2 - WV-LEDGER-BEFORE
           ELSE
               COMPUTE SK-QTY = INV-QTY-ON-HAND - WV-LEDGER-BEFORE
           END-IF
           MOVE WV-INVOICE-NUMBER TO SK-SOURCE-DOC
           PERFORM 448-POST-STOCK-MOVE THRU 448-EXIT.
       460-EXIT.

      ******************************************************************
           MOVE "PHONE:    " TO DOC-CUST-LABEL
           MOVE WV-PHONE TO DOC-CUST-VALUE
           WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           IF WV-IS-OFFLINE
               MOVE "NOTE:     " TO DOC-CUST-LABEL
               MOVE "PROVISIONAL INVOICE NO. - RUNG OFFLINE"
                   TO DOC-CUST-VALUE
               WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           END-IF
           MOVE SPACES TO INVOICE-DOC-RECORD
           WRITE INVOICE-DOC-RECORD
           WRITE INVOICE-DOC-RECORD FROM DOC-ITEM-HEADING
           MOVE "DISCOUNT" TO DOC-TOTAL-LABEL
           MOVE WV-DISCOUNT-SUM TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           IF WV-TIER-CODE NOT = SPACES
               MOVE "TIER" TO DOC-CUST-LABEL
               MOVE SPACES TO DOC-CUST-VALUE
               STRING WV-TIER-CODE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WV-TIER-DESC DELIMITED BY SIZE
                   INTO DOC-CUST-VALUE
               END-STRING
               WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           END-IF
           IF WV-TRADE-IN-AMT > ZEROS
               MOVE "TRADE-IN ALLOWANCE" TO DOC-TOTAL-LABEL
               MOVE WV-TRADE-IN-AMT TO DOC-TOTAL-AMT
           MOVE "SALES TAX" TO DOC-TOTAL-LABEL
           MOVE WV-SALES-TAX TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           IF WV-EXEMPT-CERT-NO NOT = SPACES
               MOVE "TAX EXEMPT" TO DOC-CUST-LABEL
               MOVE SPACES TO DOC-CUST-VALUE
               STRING "CERTIFICATE " DELIMITED BY SIZE
                   WV-EXEMPT-CERT-NO DELIMITED BY SIZE
                   INTO DOC-CUST-VALUE
               END-STRING
               WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           END-IF
           IF WV-SHIP-CHARGE > ZEROS
               MOVE "SHIPPING" TO DOC-TOTAL-LABEL
               MOVE WV-SHIP-CHARGE TO DOC-TOTAL-AMT
               WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           END-IF
           MOVE "INVOICE TOTAL" TO DOC-TOTAL-LABEL
           COMPUTE DOC-TOTAL-AMT = WV-NET-SALE + WV-SALES-TAX
               + WV-SHIP-CHARGE
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           MOVE SPACES TO INVOICE-DOC-RECORD
           WRITE INVOICE-DOC-RECORD
      * CARD. A NEW CARD NUMBER OPENS A NEW RECORD, AN EXISTING CARD
      * HAS THE AMOUNT ADDED TO ITS BALANCE, AND THE ISSUE IS LOGGED.
      * THIS IS THE CONTROLLED WAY A VOID GIVES THE CUSTOMER THEIR
      * MONEY BACK. A RETURN HAS ALREADY TAKEN THE CARD NUMBER WITH
      * ITS TENDER AND PASSES IT IN WV-CREDIT-CARD-NO; A VOID PASSES
      * SPACES AND THE CARD IS ASKED FOR HERE.
      ******************************************************************
       805-ISSUE-STORE-CREDIT.
           IF WV-CREDIT-CARD-NO = SPACES
               ADD 1 TO WV-LINE-COUNT
               DISPLAY "Card Number for Credit" LINE WV-LINE-COUNT
                   COLUMN 1
               ACCEPT WV-CREDIT-CARD-NO LINE WV-LINE-COUNT COLUMN 30
           END-IF
           IF WV-CREDIT-CARD-NO = SPACES
               GO TO 805-EXIT
           END-IF

      * If statments for the bike discount. Applied per bike and then
      * summed, since every bike on the invoice has its own price
      * tier. A client on a pricing tier with a bike rule gets the
      * tier's rule instead (see 520-TIER-BIKE-LINE).

           PERFORM 510-FIND-CLIENT-TIER THRU 510-EXIT
           MOVE ZEROS TO WV-BIKE-DISCOUNT
           PERFORM VARYING WV-BIKE-IDX FROM 1 BY 1
               UNTIL WV-BIKE-IDX >= WV-BIKE-COUNT
               MOVE ZEROS TO WV-BIKE-TBL-TIER-DISC (WV-BIKE-IDX)
               MOVE "NO" TO WV-TIER-HAS-COST
               IF WV-TIER-BIKE-RULE = "P" OR WV-TIER-BIKE-RULE = "C"
                   PERFORM 520-TIER-BIKE-LINE THRU 520-EXIT
               END-IF
               IF WV-TIER-HAS-COST = "YES"
                   MOVE WV-TIER-LINE-DISC TO WV-BIKE-DISCOUNT-LINE
                       WV-BIKE-TBL-TIER-DISC (WV-BIKE-IDX)
               ELSE IF WV-BIKE-TBL-PRICE (WV-BIKE-IDX) < 1000
                   MULTIPLY CO-NO-DISCOUNT BY
                       WV-BIKE-TBL-PRICE (WV-BIKE-IDX)
                       GIVING WV-BIKE-DISCOUNT-LINE
                       WV-BIKE-TBL-PRICE (WV-BIKE-IDX)
                       GIVING WV-BIKE-DISCOUNT-LINE
               END-IF
               END-IF
               END-IF
               ADD WV-BIKE-DISCOUNT-LINE TO WV-BIKE-DISCOUNT
           END-PERFORM.
       500-EXIT.

      ******************************************************************
      * 510-FIND-CLIENT-TIER READS THE CLIENT'S TIER CODE OFF THE
      * MASTER (OPEN IN EVERY FLOW THAT PRICES AN INVOICE) AND PICKS
      * THE TIER RULE WHOSE EFFECTIVE DATE IS THE LATEST ONE ON OR
      * BEFORE THE SALE DATE. NO TIER, OR NO RULE IN FORCE YET,
      * LEAVES WV-TIER-CODE BLANK AND THE STANDARD DISCOUNTS STAND.
      ******************************************************************
       510-FIND-CLIENT-TIER.
           IF WV-TIER-LOADED = "NO"
               PERFORM 053-LOAD-TIER-TABLE THRU 053-EXIT
           END-IF
           MOVE SPACES TO WV-CLIENT-TIER WV-TIER-CODE WV-TIER-DESC
               WV-TIER-BIKE-RULE WV-TIER-ACC-RULE
           MOVE ZEROS TO WV-TIER-BIKE-PCT WV-TIER-ACC-PCT
               WV-TIER-BEST-DATE

      * The client's tier lives on the client master - an offline
      * sale is priced at retail.

           IF WV-IS-OFFLINE
               GO TO 510-EXIT
           END-IF
           MOVE WV-CLIENT-NO-KEY TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   GO TO 510-EXIT
           END-READ
           MOVE CM-PRICING-TIER TO WV-CLIENT-TIER
           IF WV-CLIENT-TIER = SPACES OR WV-CLIENT-TIER = LOW-VALUES
               GO TO 510-EXIT
           END-IF
           PERFORM VARYING WV-TIER-SUB FROM 1 BY 1
               UNTIL WV-TIER-SUB > WV-TIER-COUNT
               IF WS-TIER-TBL-CODE (WV-TIER-SUB) = WV-CLIENT-TIER
                   AND WS-TIER-TBL-EFF-DATE (WV-TIER-SUB)
                       NOT > WV-INVOICE-DATE
                   AND WS-TIER-TBL-EFF-DATE (WV-TIER-SUB)
                       NOT < WV-TIER-BEST-DATE
                   MOVE WS-TIER-TBL-EFF-DATE (WV-TIER-SUB)
                       TO WV-TIER-BEST-DATE
                   MOVE WS-TIER-TBL-CODE (WV-TIER-SUB) TO WV-TIER-CODE
                   MOVE WS-TIER-TBL-DESC (WV-TIER-SUB) TO WV-TIER-DESC
                   MOVE WS-TIER-TBL-BIKE-RULE (WV-TIER-SUB)
                       TO WV-TIER-BIKE-RULE
                   MOVE WS-TIER-TBL-BIKE-PCT (WV-TIER-SUB)
                       TO WV-TIER-BIKE-PCT
                   MOVE WS-TIER-TBL-ACC-RULE (WV-TIER-SUB)
                       TO WV-TIER-ACC-RULE
                   MOVE WS-TIER-TBL-ACC-PCT (WV-TIER-SUB)
                       TO WV-TIER-ACC-PCT
               END-IF
           END-PERFORM.
       510-EXIT.

      ******************************************************************
      * 520-TIER-BIKE-LINE WORKS THE TIER DISCOUNT FOR ONE BIKE LINE.
      * PERCENT-OFF TAKES THE TIER PERCENT OFF THE LINE PRICE; COST-
      * PLUS CHARGES THE UNIT COST MARKED UP BY THE TIER PERCENT,
      * NEVER MORE THAN THE LIST PRICE. A COST-PLUS LINE WITH NO
      * COST ON FILE (NO ITEM CODE, OR A PRE-COST RECORD) LEAVES
      * WV-TIER-HAS-COST "NO" AND FALLS BACK TO THE STANDARD RULE.
      ******************************************************************
       520-TIER-BIKE-LINE.
           MOVE WV-BIKE-TBL-PRICE (WV-BIKE-IDX) TO WV-TIER-LIST-AMT
           IF WV-TIER-BIKE-RULE = "P"
               COMPUTE WV-TIER-LINE-DISC ROUNDED =
                   WV-TIER-LIST-AMT * WV-TIER-BIKE-PCT / 100
               MOVE "YES" TO WV-TIER-HAS-COST
               GO TO 520-EXIT
           END-IF
           MOVE WV-BIKE-TBL-CODE (WV-BIKE-IDX) TO INV-CODE
           MOVE 1 TO WV-TIER-QTY
           MOVE WV-TIER-BIKE-PCT TO WV-TIER-MARKUP
           PERFORM 530-TIER-COST-PLUS THRU 530-EXIT.
       520-EXIT.

      ******************************************************************
      * 530-TIER-COST-PLUS READS THE LINE'S UNIT COST (INV-CODE SET BY
      * THE CALLER) AND WORKS THE COST-PLUS DISCOUNT AGAINST THE LIST
      * VALUE IN WV-TIER-LIST-AMT, FOR WV-TIER-QTY UNITS MARKED UP BY
      * WV-TIER-MARKUP PERCENT.
      ******************************************************************
       530-TIER-COST-PLUS.
           MOVE ZEROS TO WV-TIER-LINE-DISC
           IF INV-CODE = SPACES
               GO TO 530-EXIT
           END-IF
           READ INVENTORY-FILE
               INVALID KEY
                   GO TO 530-EXIT
           END-READ
           IF INV-UNIT-COST NOT NUMERIC OR INV-UNIT-COST = ZEROS
               GO TO 530-EXIT
           END-IF
           MOVE "YES" TO WV-TIER-HAS-COST
           COMPUTE WV-TIER-PRICE-AMT ROUNDED = INV-UNIT-COST
               * WV-TIER-QTY * (100 + WV-TIER-MARKUP) / 100
           IF WV-TIER-PRICE-AMT < WV-TIER-LIST-AMT
               COMPUTE WV-TIER-LINE-DISC =
                   WV-TIER-LIST-AMT - WV-TIER-PRICE-AMT
           END-IF.
       530-EXIT.
       
      ******************************************************************
      * 600-CALC-DISCOUNT-ACCESS CALCULATES THE TOATAL DISCOUNT APPLIED
      ******************************************************************
       600-CLAC-DISCOUNT-ACCESS.
        
      * If statments for the accessory discount. A client on a pricing
      * tier with an accessory rule gets the tier's rule line by line
      * instead (see 610-TIER-ACCESS-LINE); 500 has already looked
      * the tier up.

           MOVE ZEROS TO WV-ACCESS-DISCOUNT
           PERFORM VARYING WV-ACCESS-IDX FROM 1 BY 1
               UNTIL WV-ACCESS-IDX >= WV-ACCESS-COUNT
               MOVE ZEROS TO WV-ACCTBL-TIER-DISC (WV-ACCESS-IDX)
           END-PERFORM
           IF WV-TIER-ACC-RULE = "P" OR WV-TIER-ACC-RULE = "C"
               PERFORM 610-TIER-ACCESS-LINE THRU 610-EXIT
                   VARYING WV-ACCESS-IDX FROM 1 BY 1
                   UNTIL WV-ACCESS-IDX >= WV-ACCESS-COUNT
               GO TO 600-EXIT
           END-IF
           
           IF WV-SUM-ACCESS < 100
               MULTIPLY CO-NO-DISCOUNT BY WV-SUM-ACCESS GIVING 
           END-IF.
       600-EXIT.

      ******************************************************************
      * 610-TIER-ACCESS-LINE WORKS THE TIER DISCOUNT FOR ONE ACCESSORY
      * LINE THE SAME WAY 520 DOES FOR A BIKE. A COST-PLUS LINE WITH
      * NO COST ON FILE GETS NO TIER DISCOUNT - THE STANDARD DISCOUNT
      * IS ON THE ACCESSORY TOTAL, NOT PER LINE.
      ******************************************************************
       610-TIER-ACCESS-LINE.
           MOVE WV-ACCTBL-LINE-TOTAL (WV-ACCESS-IDX) TO WV-TIER-LIST-AMT
           MOVE ZEROS TO WV-TIER-LINE-DISC
           IF WV-TIER-ACC-RULE = "P"
               COMPUTE WV-TIER-LINE-DISC ROUNDED =
                   WV-TIER-LIST-AMT * WV-TIER-ACC-PCT / 100
           ELSE
               MOVE WV-ACCTBL-CODE (WV-ACCESS-IDX) TO INV-CODE
               MOVE WV-ACCTBL-QTY (WV-ACCESS-IDX) TO WV-TIER-QTY
               MOVE WV-TIER-ACC-PCT TO WV-TIER-MARKUP
               PERFORM 530-TIER-COST-PLUS THRU 530-EXIT
           END-IF
           MOVE WV-TIER-LINE-DISC TO WV-ACCTBL-TIER-DISC (WV-ACCESS-IDX)
           ADD WV-TIER-LINE-DISC TO WV-ACCESS-DISCOUNT.
       610-EXIT.

      ******************************************************************
      * 700-PROCESS-PAYMENT CAPTURES HOW THE CUSTOMER PAID. A SALE CAN
      * BE SPLIT BETWEEN UP TO TWO TENDERS (CASH/CHECK/CARD) AS LONG
               COLUMN 1
           ACCEPT WV-PAY-CHECK-AMT            LINE WV-LINE-COUNT
               COLUMN 47
           IF WV-PAY-CHECK-AMT > ZEROS AND NOT WV-IS-OFFLINE
               PERFORM 719-VALIDATE-CHECK-TENDER THRU 719-EXIT
           END-IF
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Payment - Card Amount"    LINE WV-LINE-COUNT
               COLUMN 1
           ACCEPT WV-PAY-CARD-AMT             LINE WV-LINE-COUNT
               COLUMN 47

      * Store credit, house charges, and loyalty points all draw on
      * shared files - offline the sale takes cash, check, or card.

           IF WV-IS-OFFLINE
               MOVE ZEROS TO WV-POINTS-REDEEMED WV-PAY-POINTS-AMT
               GO TO 710-SUM-TENDERS
           END-IF
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Payment - Store Credit Card No (blank=none)"
               LINE WV-LINE-COUNT COLUMN 1
               COLUMN 47
           IF WV-POINTS-REDEEMED > ZEROS
               PERFORM 718-VALIDATE-POINTS THRU 718-EXIT
           END-IF.
       710-SUM-TENDERS.
           ADD WV-PAY-CASH-AMT WV-PAY-CHECK-AMT WV-PAY-CARD-AMT
               WV-PAY-CREDIT-AMT WV-PAY-POINTS-AMT WV-PAY-ACCT-AMT
               GIVING WV-PAY-TOTAL
               WHEN WV-PAY-TOTAL = WV-INVOICE-TOTAL
                   MOVE "YES" TO WV-PAY-OK

      * The open-balance file is shared, so an offline sale must be
      * paid in full.

               WHEN WV-PAY-TOTAL < WV-INVOICE-TOTAL AND WV-IS-OFFLINE
                   MOVE "NO" TO WV-PAY-OK
                   DISPLAY "NO LAYAWAY WHILE OFFLINE - REENTER"
                       LINE WV-LINE-COUNT COLUMN 1
                   ADD 1 TO WV-LINE-COUNT

      * A short payment may now close the invoice as a layaway: the
      * operator confirms, and the unpaid remainder is carried on the
      * open-balance file instead of the sale being refused.
           CLOSE AR-CHARGE-FILE.
       478-EXIT.

      ******************************************************************
      * 719-VALIDATE-CHECK-TENDER REFUSES A CHECK FROM A CLIENT WHOSE
      * MASTER CARRIES THE RETURNED-CHECK HOLD NSFCHECK SETS. THE
      * TENDER IS ZEROED SO THE PAYMENT LOOP RE-PROMPTS; ONLY A
      * SUPERVISOR CLEARING THE HOLD IN NSFCHECK LIFTS IT.
      ******************************************************************
       719-VALIDATE-CHECK-TENDER.
           MOVE WV-CLIENT-NO-KEY TO CM-CLIENT-NO
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   GO TO 719-EXIT
           END-READ
           IF CM-CHECKS-REFUSED
               DISPLAY "RETURNED CHECK ON FILE - CHECK REFUSED"
                   LINE WV-LINE-COUNT COLUMN 60
               MOVE ZEROS TO WV-PAY-CHECK-AMT
           END-IF.
       719-EXIT.

      ******************************************************************
      * 718-VALIDATE-POINTS CHECKS THE CUSTOMER ACTUALLY HOLDS THE
      * POINTS BEING REDEEMED (THE CLIENT MASTER IS ALREADY OPEN FOR
      * 900-LOOKUP-PRICE READS THE INVENTORY FILE FOR THE ITEM CODE
      * KEYED BY THE OPERATOR (BIKE OR ACCESSORY). IF THE CODE IS NOT
      * ON FILE THE OPERATOR IS GIVEN A CHANCE TO MANUALLY PRICE THE
      * ITEM BY PERFORMING 910-MANAGER-OVERRIDE. A SUPERSEDED CODE
      * IS FIRST RESOLVED BY 902-RESOLVE-SUPERSESSION, SO THE LINE
      * CARRIES THE CODE WHOSE STOCK ACTUALLY GOES OUT THE DOOR.
      ******************************************************************
       900-LOOKUP-PRICE.
           MOVE "NO" TO WV-ITEM-ON-FILE
           MOVE "N" TO WV-ITEM-ON-PROMO
           MOVE ZEROS TO WV-ITEM-ON-HAND
           PERFORM 902-RESOLVE-SUPERSESSION THRU 902-EXIT
           MOVE WV-ITEM-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
           END-READ.
       900-EXIT.

      ******************************************************************
      * 902-RESOLVE-SUPERSESSION WALKS THE SUPERSESSION CHAIN FROM THE
      * CODE IN WV-ITEM-CODE. A CODE SUPERSEDED AS OF THE SALE DATE
      * STILL SELLS AS ITSELF WHILE THE SIGNED-ON STORE HAS STOCK OF
      * IT - OLD STOCK GOES FIRST - AND IS OTHERWISE REPLACED BY THE
      * NEXT CODE IN THE CHAIN, WHICH IS TESTED THE SAME WAY.
      ******************************************************************
       902-RESOLVE-SUPERSESSION.
           IF WV-SU-LOADED = "NO"
               PERFORM 059B-LOAD-SUPERSESSIONS THRU 059B-EXIT
           END-IF
           IF WV-SU-COUNT = ZEROS
               GO TO 902-EXIT
           END-IF
           MOVE ZEROS TO WV-SU-HOPS
           MOVE "NO" TO WV-SU-DONE
           PERFORM 903-FOLLOW-SUPERSESSION THRU 903-EXIT
               UNTIL WV-SU-DONE = "YES" OR WV-SU-HOPS > 20.
       902-EXIT.

       903-FOLLOW-SUPERSESSION.
           ADD 1 TO WV-SU-HOPS
           MOVE "NO" TO WV-SU-FOUND
           PERFORM VARYING WV-SU-SUB FROM 1 BY 1
               UNTIL WV-SU-SUB > WV-SU-COUNT OR WV-SU-FOUND = "YES"
               IF WS-SU-TBL-OLD-CODE (WV-SU-SUB) = WV-ITEM-CODE
                   AND WS-SU-TBL-EFF-DATE (WV-SU-SUB)
                       NOT > WV-INVOICE-DATE
                   MOVE "YES" TO WV-SU-FOUND
                   MOVE WS-SU-TBL-NEW-CODE (WV-SU-SUB)
                       TO WV-SU-NEW-CODE
               END-IF
           END-PERFORM
           IF WV-SU-FOUND = "NO"
               MOVE "YES" TO WV-SU-DONE
               GO TO 903-EXIT
           END-IF
           MOVE ZEROS TO WV-SU-OLD-STOCK
           MOVE WV-ITEM-CODE TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WV-STORE-NO = 2
                       MOVE INV-QTY-STORE2 TO WV-SU-OLD-STOCK
                   ELSE
                       MOVE INV-QTY-ON-HAND TO WV-SU-OLD-STOCK
                   END-IF
           END-READ
           IF WV-SU-OLD-STOCK > ZEROS
               MOVE "YES" TO WV-SU-DONE
               GO TO 903-EXIT
           END-IF
           DISPLAY "SUPERSEDED>" LINE WV-LINE-COUNT COLUMN 60
           DISPLAY WV-SU-NEW-CODE LINE WV-LINE-COUNT COLUMN 71
           MOVE WV-SU-NEW-CODE TO WV-ITEM-CODE.
       903-EXIT.

      ******************************************************************
      * 905-CHECK-PROMO CHARGES THE DATED PROMO PRICE INSTEAD OF THE
      * MASTER PRICE WHEN THE SALE DATE FALLS INSIDE A PROMOTION
           END-PERFORM.
       905-EXIT.

      ******************************************************************
      * 925-FIND-KIT SETS WV-KIT-FOUND WHEN THE ITEM CODE IN
      * WV-ITEM-CODE HAS COMPONENT LINES ON THE KIT DEFINITIONS,
      * LOADING THE DEFINITIONS THE FIRST TIME IT IS ASKED.
      ******************************************************************
       925-FIND-KIT.
           MOVE "NO" TO WV-KIT-FOUND
           IF WV-KIT-LOADED = "NO"
               PERFORM 059-LOAD-KIT-TABLE THRU 059-EXIT
           END-IF
           PERFORM VARYING WV-KIT-SUB FROM 1 BY 1
               UNTIL WV-KIT-SUB > WV-KIT-COUNT OR WV-ITEM-IS-KIT
               IF WS-KIT-TBL-KIT-CODE (WV-KIT-SUB) = WV-ITEM-CODE
                   MOVE "YES" TO WV-KIT-FOUND
               END-IF
           END-PERFORM.
       925-EXIT.

      ******************************************************************
      * 920-RING-KIT RINGS WV-ACCESS-QTY OF THE PACKAGE IN
      * WV-ITEM-CODE AT THE BUNDLE PRICE IN WV-ITEM-PRICE. EVERY
      * COMPONENT IS CHECKED AGAINST THE SIGNED-ON STORE'S STOCK
      * FIRST; ONE SHORT (OR MISSING FROM THE INVENTORY FILE) REFUSES
      * THE WHOLE KIT WITH THE REASON IN WV-KIT-REFUSAL. OTHERWISE
      * EACH COMPONENT GOES ON A LINE OF ITS OWN - A BIKE ON A BIKE
      * LINE, ANYTHING ELSE ON AN ACCESSORY LINE - CARRYING THE KIT
      * CODE AND ITS SHARE OF THE BUNDLE PRICE, SPREAD IN PROPORTION
      * TO THE COMPONENTS' LIST PRICES (EVENLY IF NONE HAS ONE). THE
      * LAST COMPONENT TAKES THE ROUNDING SO THE SHARES ADD BACK TO
      * THE BUNDLE PRICE EXACTLY. RELIEF, THE DETAIL FILE, AND THE
      * COST CAPTURE THEN TREAT THE LINES LIKE ANY OTHER, SO THE KIT
      * RECORD'S OWN ON-HAND COUNT IS NEVER TOUCHED.
      ******************************************************************
       920-RING-KIT.
           MOVE SPACES TO WV-KIT-REFUSAL WV-KIT-SHORT-CODE
           MOVE WV-ITEM-CODE TO WV-KIT-CODE
           MOVE WV-ITEM-DESCRIPTION TO WV-KIT-DESCRIPTION
           MOVE WV-ITEM-PRICE TO WV-KIT-PRICE
           MOVE WV-ACCESS-QTY TO WV-KIT-QTY
           MOVE ZEROS TO WV-KIT-COMPONENTS WV-KIT-BIKES
               WV-KIT-ACC-LINES WV-KIT-LIST-TOTAL
           PERFORM 921-CHECK-COMPONENT THRU 921-EXIT
               VARYING WV-KIT-SUB FROM 1 BY 1
               UNTIL WV-KIT-SUB > WV-KIT-COUNT
               OR WV-KIT-REFUSAL NOT = SPACES
           IF WV-KIT-REFUSAL = SPACES
               IF WV-BIKE-COUNT + WV-KIT-BIKES > 5
                   MOVE "TOO MANY BIKES FOR ONE INVOICE"
                       TO WV-KIT-REFUSAL
               END-IF
               IF WV-ACCESS-COUNT + WV-KIT-ACC-LINES > 301
                   MOVE "TOO MANY LINES FOR ONE INVOICE"
                       TO WV-KIT-REFUSAL
               END-IF
           END-IF
           IF WV-KIT-REFUSAL NOT = SPACES
               IF WV-KIT-KEYED = "YES"
                   ADD 1 TO WV-LINE-COUNT
                   DISPLAY WV-KIT-REFUSAL LINE WV-LINE-COUNT COLUMN 14
                   DISPLAY WV-KIT-SHORT-CODE
                       LINE WV-LINE-COUNT COLUMN 45
                   DISPLAY "KIT REFUSED" LINE WV-LINE-COUNT COLUMN 60
                   ADD 1 TO WV-LINE-COUNT
               END-IF
               GO TO 920-EXIT
           END-IF
           MULTIPLY WV-KIT-PRICE BY WV-KIT-QTY GIVING WV-KIT-TOTAL
           IF WV-KIT-KEYED = "YES"
               MOVE WV-KIT-TOTAL TO WO-ACCESS-PRICE
               DISPLAY WO-ACCESS-PRICE LINE WV-LINE-COUNT COLUMN 47
               DISPLAY "KIT" LINE WV-LINE-COUNT COLUMN 57
               ADD 1 TO WV-LINE-COUNT
           END-IF
           MOVE ZEROS TO WV-KIT-ALLOCATED WV-KIT-COMP-NO
           PERFORM 922-RING-COMPONENT THRU 922-EXIT
               VARYING WV-KIT-SUB FROM 1 BY 1
               UNTIL WV-KIT-SUB > WV-KIT-COUNT.
       920-EXIT.

      ******************************************************************
      * 921-CHECK-COMPONENT CHECKS ONE COMPONENT OF THE KIT BEING RUNG
      * AGAINST STOCK AND ADDS ITS LIST VALUE TO THE KIT'S LIST TOTAL.
      * A BIKE COMPONENT IS ALWAYS ONE PER KIT.
      ******************************************************************
       921-CHECK-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WV-KIT-SUB) NOT = WV-KIT-CODE
               GO TO 921-EXIT
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WV-KIT-SUB) TO INV-CODE
               WV-KIT-SHORT-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "KIT COMPONENT NOT ON FILE" TO WV-KIT-REFUSAL
                   GO TO 921-EXIT
           END-READ
           ADD 1 TO WV-KIT-COMPONENTS
           IF WS-KIT-TBL-COMP-TYPE (WV-KIT-SUB) = "B"
               MOVE WV-KIT-QTY TO WV-KIT-NEED
               ADD WV-KIT-QTY TO WV-KIT-BIKES
               MOVE INV-PRICE TO WV-KIT-COMP-LIST
           ELSE
               MULTIPLY WS-KIT-TBL-COMP-QTY (WV-KIT-SUB) BY WV-KIT-QTY
                   GIVING WV-KIT-NEED
               ADD 1 TO WV-KIT-ACC-LINES
               MULTIPLY INV-PRICE BY WS-KIT-TBL-COMP-QTY (WV-KIT-SUB)
                   GIVING WV-KIT-COMP-LIST
           END-IF
           ADD WV-KIT-COMP-LIST TO WV-KIT-LIST-TOTAL
           IF WV-STORE-NO = 2
               MOVE INV-QTY-STORE2 TO WV-KIT-ON-HAND
           ELSE
               MOVE INV-QTY-ON-HAND TO WV-KIT-ON-HAND
           END-IF
           IF WV-KIT-NEED > WV-KIT-ON-HAND
               MOVE "KIT COMPONENT SHORT OF STOCK" TO WV-KIT-REFUSAL
               GO TO 921-EXIT
           END-IF
           IF WV-KIT-NEED > 99
               MOVE "KIT LINE OVER 99 UNITS" TO WV-KIT-REFUSAL
               GO TO 921-EXIT
           END-IF
           MOVE SPACES TO WV-KIT-SHORT-CODE.
       921-EXIT.

      ******************************************************************
      * 922-RING-COMPONENT WORKS OUT ONE COMPONENT'S SHARE OF THE
      * BUNDLE PRICE AND PUTS IT ON THE INVOICE.
      ******************************************************************
       922-RING-COMPONENT.
           IF WS-KIT-TBL-KIT-CODE (WV-KIT-SUB) NOT = WV-KIT-CODE
               GO TO 922-EXIT
           END-IF
           MOVE WS-KIT-TBL-COMP-CODE (WV-KIT-SUB) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   GO TO 922-EXIT
           END-READ
           ADD 1 TO WV-KIT-COMP-NO
           IF WS-KIT-TBL-COMP-TYPE (WV-KIT-SUB) = "B"
               MOVE INV-PRICE TO WV-KIT-COMP-LIST
           ELSE
               MULTIPLY INV-PRICE BY WS-KIT-TBL-COMP-QTY (WV-KIT-SUB)
                   GIVING WV-KIT-COMP-LIST
           END-IF
           SUBTRACT WV-KIT-ALLOCATED FROM WV-KIT-PRICE
               GIVING WV-KIT-REMAINING
           IF WV-KIT-COMP-NO = WV-KIT-COMPONENTS
               MOVE WV-KIT-REMAINING TO WV-KIT-SHARE
           ELSE
               IF WV-KIT-LIST-TOTAL > ZEROS
                   COMPUTE WV-KIT-SHARE ROUNDED = WV-KIT-PRICE
                       * WV-KIT-COMP-LIST / WV-KIT-LIST-TOTAL
               ELSE
                   COMPUTE WV-KIT-SHARE ROUNDED =
                       WV-KIT-PRICE / WV-KIT-COMPONENTS
               END-IF
               IF WV-KIT-SHARE > WV-KIT-REMAINING
                   MOVE WV-KIT-REMAINING TO WV-KIT-SHARE
               END-IF
           END-IF
           ADD WV-KIT-SHARE TO WV-KIT-ALLOCATED
           IF WS-KIT-TBL-COMP-TYPE (WV-KIT-SUB) = "B"
               PERFORM 923-ADD-KIT-BIKE THRU 923-EXIT
                   WV-KIT-QTY TIMES
               GO TO 922-EXIT
           END-IF
           MOVE INV-CODE TO WV-ACCTBL-CODE (WV-ACCESS-COUNT)
           MOVE INV-DESCRIPTION
               TO WV-ACCTBL-DESCRIPTION (WV-ACCESS-COUNT)
           MOVE WV-KIT-CODE TO WV-ACCTBL-KIT-CODE (WV-ACCESS-COUNT)
           MOVE "N" TO WV-ACCTBL-PROMO (WV-ACCESS-COUNT)
           MULTIPLY WS-KIT-TBL-COMP-QTY (WV-KIT-SUB) BY WV-KIT-QTY
               GIVING WV-ACCTBL-QTY (WV-ACCESS-COUNT)
           MULTIPLY WV-KIT-SHARE BY WV-KIT-QTY
               GIVING WV-ACCTBL-LINE-TOTAL (WV-ACCESS-COUNT)
           COMPUTE WV-ACCTBL-UNIT-PRICE (WV-ACCESS-COUNT) ROUNDED =
               WV-ACCTBL-LINE-TOTAL (WV-ACCESS-COUNT)
               / WV-ACCTBL-QTY (WV-ACCESS-COUNT)
           ADD WV-ACCTBL-LINE-TOTAL (WV-ACCESS-COUNT) TO WV-SUBTOTAL-SUM
           ADD WV-ACCTBL-LINE-TOTAL (WV-ACCESS-COUNT) TO WV-SUM-ACCESS
           IF WV-KIT-KEYED = "YES"
               DISPLAY WV-ACCTBL-QTY (WV-ACCESS-COUNT)
                   LINE WV-LINE-COUNT COLUMN 14
               DISPLAY WV-ACCTBL-DESCRIPTION (WV-ACCESS-COUNT)
                   LINE WV-LINE-COUNT COLUMN 17
               ADD 1 TO WV-LINE-COUNT
           END-IF
           ADD 1 TO WV-ACCESS-COUNT.
       922-EXIT.

      ******************************************************************
      * 923-ADD-KIT-BIKE PUTS ONE KIT'S BIKE ON A BIKE LINE OF ITS OWN
      * AT THE BIKE'S SHARE OF THE BUNDLE, TAKING THE FRAME SERIAL
      * THE SAME WAY 250-PROCESS-BIKE DOES WHEN THE SALE IS KEYED.
      ******************************************************************
       923-ADD-KIT-BIKE.
           MOVE INV-CODE TO WV-BIKE-TBL-CODE (WV-BIKE-COUNT)
           MOVE INV-DESCRIPTION
               TO WV-BIKE-TBL-DESCRIPTION (WV-BIKE-COUNT)
           MOVE WV-KIT-SHARE TO WV-BIKE-TBL-PRICE (WV-BIKE-COUNT)
           MOVE WV-KIT-CODE TO WV-BIKE-TBL-KIT-CODE (WV-BIKE-COUNT)
           MOVE "N" TO WV-BIKE-TBL-PROMO (WV-BIKE-COUNT)
           MOVE SPACES TO WV-BIKE-TBL-SERIAL (WV-BIKE-COUNT)
           ADD WV-KIT-SHARE TO WV-SUBTOTAL-SUM
           IF WV-KIT-KEYED = "YES"
               DISPLAY "1"          LINE WV-LINE-COUNT COLUMN 15
               DISPLAY INV-DESCRIPTION LINE WV-LINE-COUNT COLUMN 17
               ADD 1 TO WV-LINE-COUNT
               DISPLAY "Serial #: " LINE WV-LINE-COUNT COLUMN 17
               ACCEPT WV-BIKE-TBL-SERIAL (WV-BIKE-COUNT)
                   LINE WV-LINE-COUNT COLUMN 27
               ADD 1 TO WV-LINE-COUNT
           END-IF
           ADD 1 TO WV-BIKE-COUNT.
       923-EXIT.

      ******************************************************************
      * 910-MANAGER-OVERRIDE LETS A MANAGER KEY IN A DESCRIPTION AND
      * PRICE BY HAND FOR AN ITEM CODE THAT IS NOT ON THE INVENTORY
                       "REPRINT ONLY" LINE WV-LINE-COUNT COLUMN 1
                   GO TO 800-EXIT
               END-IF

      * Lines already taken back through the return mode have been
      * refunded once - voiding the whole invoice on top would pay
      * them out a second time.

               PERFORM 835-LOAD-PRIOR-RETURNS THRU 835-EXIT
               IF WV-RT-HAS-RETURNS = "YES"
                   DISPLAY "LINES ALREADY RETURNED OFF THIS INVOICE - "
                       "REPRINT ONLY" LINE WV-LINE-COUNT COLUMN 1
                   GO TO 800-EXIT
               END-IF
               DISPLAY "Void this invoice? (Y/N)" LINE WV-LINE-COUNT
                   COLUMN 1
               ACCEPT WV-VOID-ANSWER LINE WV-LINE-COUNT COLUMN 30
                   ACCEPT WV-CREDIT-ANSWER LINE WV-LINE-COUNT
                       COLUMN 48
                   IF WV-CREDIT-ANSWER = "Y" OR WV-CREDIT-ANSWER = "y"
                       MOVE SPACES TO WV-CREDIT-CARD-NO
                       PERFORM 805-ISSUE-STORE-CREDIT THRU 805-EXIT
                   END-IF
               END-IF
           IF WV-INQ-MATCH-COUNT = ZEROS
               DISPLAY "NO INVOICES ON FILE FOR THAT CLIENT"
                   LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
           END-IF
           PERFORM 825-CLIENT-NOTES THRU 825-EXIT.
       820-EXIT.

      ******************************************************************
      * 825-CLIENT-NOTES LISTS THE CLIENT'S LATEST CONTACT NOTES FROM
      * EVERY DESK UNDER THE PURCHASE HISTORY AND LETS THE CLERK ADD
      * ONE AS A REGISTER NOTE UNDER THEIR OWN OPERATOR ID.
      ******************************************************************
       825-CLIENT-NOTES.
           MOVE "L" TO NP-ACTION
           MOVE WV-INQ-CLIENT-KEY TO NP-CLIENT-NO
           CALL "CNOTELOG" USING NP-PARMS
           ADD 1 TO WV-LINE-COUNT
           IF NP-LATEST-COUNT = ZERO
               DISPLAY "NO CONTACT NOTES ON FILE" LINE WV-LINE-COUNT
                   COLUMN 1
               ADD 1 TO WV-LINE-COUNT
           ELSE
               DISPLAY "CONTACT NOTES - " NP-NOTE-COUNT " ON FILE"
                   LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
               PERFORM 826-SHOW-NOTE THRU 826-EXIT
                   VARYING WV-NOTE-SUB FROM 1 BY 1
                   UNTIL WV-NOTE-SUB > NP-LATEST-COUNT
           END-IF
           DISPLAY "Add a contact note? (Y/N)" LINE WV-LINE-COUNT
               COLUMN 1
           ACCEPT WV-NOTE-ANSWER LINE WV-LINE-COUNT COLUMN 30
           IF WV-NOTE-ANSWER NOT = "Y" AND WV-NOTE-ANSWER NOT = "y"
               GO TO 825-EXIT
           END-IF
           ADD 1 TO WV-LINE-COUNT
           MOVE SPACES TO NP-NEW-TYPE
           DISPLAY "Type (PI/PO/VI/EM/LT/OT)" LINE WV-LINE-COUNT
               COLUMN 1
           ACCEPT NP-NEW-TYPE LINE WV-LINE-COUNT COLUMN 30
           INSPECT NP-NEW-TYPE CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ADD 1 TO WV-LINE-COUNT
           MOVE SPACES TO NP-NEW-TEXT
           DISPLAY "Note" LINE WV-LINE-COUNT COLUMN 1
           ACCEPT NP-NEW-TEXT LINE WV-LINE-COUNT COLUMN 10
           ADD 1 TO WV-LINE-COUNT
           MOVE ZEROS TO NP-NEW-FOLLOWUP
           DISPLAY "Follow up by (YYYYMMDD, 0 = none)" LINE
               WV-LINE-COUNT COLUMN 1
           ACCEPT NP-NEW-FOLLOWUP LINE WV-LINE-COUNT COLUMN 36
           ADD 1 TO WV-LINE-COUNT
           MOVE "A" TO NP-ACTION
           MOVE WV-OPERATOR-ID TO NP-OPERATOR
           MOVE "R" TO NP-DEPARTMENT
           CALL "CNOTELOG" USING NP-PARMS
           IF NP-RESULT = "Y"
               DISPLAY "NOTE ADDED" LINE WV-LINE-COUNT COLUMN 1
           ELSE
               DISPLAY "NOTE NOT ADDED - CHECK TYPE, TEXT, AND DATE"
                   LINE WV-LINE-COUNT COLUMN 1
           END-IF.
       825-EXIT.

       826-SHOW-NOTE.
           EVALUATE NP-LT-DEPARTMENT (WV-NOTE-SUB)
               WHEN "R"
                   MOVE "REGISTER" TO WV-NOTE-DEPT-NAME
               WHEN "S"
                   MOVE "SERVICE" TO WV-NOTE-DEPT-NAME
               WHEN "T"
                   MOVE "TRAVEL" TO WV-NOTE-DEPT-NAME
               WHEN OTHER
                   MOVE "ACCOUNTS" TO WV-NOTE-DEPT-NAME
           END-EVALUATE
           DISPLAY NP-LT-DATE (WV-NOTE-SUB) " "
               WV-NOTE-DEPT-NAME " "
               NP-LT-OPERATOR (WV-NOTE-SUB) " "
               NP-LT-TYPE (WV-NOTE-SUB) " "
               NP-LT-TEXT (WV-NOTE-SUB)
               LINE WV-LINE-COUNT COLUMN 1
           ADD 1 TO WV-LINE-COUNT.
       826-EXIT.

      ******************************************************************
      * 821-INDEX-SCAN-FOR-CLIENT WALKS THE INDEX'S CLIENT-NUMBER
      * ALTERNATE PATH, SO A CLIENT'S WHOLE PURCHASE HISTORY COMES
           END-READ.
       830-EXIT.

      ******************************************************************
      * 832-RETURN-MODE TAKES INDIVIDUAL LINES BACK OFF A COMPLETED
      * INVOICE WITHOUT VOIDING IT. THE INVOICE IS FOUND THROUGH THE
      * SAME INDEX SEEK (OR SCAN) THE VOID/REPRINT MODE USES, ITS
      * ITEM LINES ARE LISTED OFF THE DETAIL FILE WITH WHAT IS STILL
      * RETURNABLE ON EACH, AND THE CLERK PICKS LINES AND QUANTITIES.
      * EACH LINE RETURNED REFUNDS ITS SHARE OF THE INVOICE DISCOUNT
      * AND TAX, GOES BACK ON THE SELLING STORE'S ON-HAND COUNT, AND
      * IS LOGGED TO THE RETURN FILE THE CLOSE-OUT, MARGIN, AND TAX
      * REPORTS NET OUT. THE INVOICE KEEPS ITS NUMBER.
      ******************************************************************
       832-RETURN-MODE.
           MOVE WV-OPERATOR-ID TO PM-OPERATOR
           MOVE "RETURN" TO PM-FUNCTION
           MOVE WV-OPERATOR-AUTH TO PM-AUTH-LEVEL
           MOVE 2 TO PM-MIN-LEVEL
           CALL "OPCHECK" USING PM-PARMS
           IF PM-ALLOWED NOT = "Y"
               DISPLAY "RETURNS NEED RETURN AUTHORITY" LINE 2 COLUMN 1
               GO TO 832-EXIT
           END-IF
           DISPLAY "Enter Invoice Number to Return Against" LINE 2
               COLUMN 1
           ACCEPT WV-LOOKUP-INVOICE-NUMBER LINE 2 COLUMN 40
           MOVE "NO" TO WV-FOUND-INVOICE
           MOVE 3 TO WV-LINE-COUNT
           PERFORM 811-INDEX-FIND-AND-PRINT THRU 811-EXIT
           IF WV-IDX-USABLE = "NO" OR NOT WV-INVOICE-WAS-FOUND
               OPEN INPUT INVOICE-HISTORY-FILE
               IF WS-HISTFILE-STATUS = "00"
                   PERFORM 810-FIND-AND-PRINT THRU 810-EXIT
                       UNTIL HIST-INVOICE-NUMBER = WV-END-OF-HIST
                   CLOSE INVOICE-HISTORY-FILE
               END-IF
           END-IF
           IF NOT WV-INVOICE-WAS-FOUND
               DISPLAY "INVOICE NUMBER NOT FOUND" LINE WV-LINE-COUNT
                   COLUMN 1
               GO TO 832-EXIT
           END-IF
           PERFORM 831-CHECK-RETURNABLE THRU 831-EXIT
           IF WV-RT-VOIDED = "YES"
               GO TO 832-EXIT
           END-IF
           PERFORM 834-LOAD-DETAIL-LINES THRU 834-EXIT
           IF WS-RT-COUNT = ZEROS
               DISPLAY "NO ITEM DETAIL ON FILE FOR THAT INVOICE"
                   LINE WV-LINE-COUNT COLUMN 1
               GO TO 832-EXIT
           END-IF
           PERFORM 835-LOAD-PRIOR-RETURNS THRU 835-EXIT
           PERFORM 836-LIST-RETURN-LINES THRU 836-EXIT
           MOVE 99 TO WV-RT-PICK
           PERFORM 837-PICK-RETURN-LINE THRU 837-EXIT
               UNTIL WV-RT-PICK = ZEROS
           IF WV-RT-PICKED-LINES = ZEROS
               DISPLAY "NOTHING RETURNED" LINE WV-LINE-COUNT COLUMN 1
               GO TO 832-EXIT
           END-IF
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Restocking Fee Percent (0 = None)"
               LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-RT-FEE-PCT LINE WV-LINE-COUNT COLUMN 40
           MOVE SPACE TO WV-RT-TENDER
           PERFORM 833-GET-REFUND-TENDER THRU 833-EXIT
               UNTIL WV-RT-TENDER-OK
           ACCEPT WV-RT-DATE FROM DATE YYYYMMDD
           ACCEPT WV-RT-TIME FROM TIME
           MOVE WV-RP-CSZ TO WV-CITY-STATE-ZIP
           MOVE WV-RP-DATE TO WV-INVOICE-DATE
           PERFORM 395-DETERMINE-SALES-TAX-RATE THRU 395-EXIT
           IF WV-CSZ-STATE-CODE = SPACES
               MOVE "??" TO WV-CSZ-STATE-CODE
           END-IF
           COMPUTE WV-RT-TAX-BASE = WV-RP-SUBTOTAL - WV-RP-DISCOUNT
           PERFORM 838-POST-RETURN THRU 838-EXIT
           ADD 1 TO WV-LINE-COUNT
           MOVE WV-RT-REFUND-TOTAL TO WO-PAY-AMT
           DISPLAY "REFUND DUE " WO-PAY-AMT LINE WV-LINE-COUNT COLUMN 1
           EVALUATE WV-RT-TENDER
               WHEN "S"
                   MOVE WV-RT-REFUND-TOTAL TO WV-VOID-AMT-RECEIVED
                   MOVE WV-RT-CARD-NO TO WV-CREDIT-CARD-NO
                   PERFORM 805-ISSUE-STORE-CREDIT THRU 805-EXIT
               WHEN "A"
                   PERFORM 838B-CREDIT-HOUSE-ACCOUNT THRU 838B-EXIT
           END-EVALUATE
           PERFORM 839-WRITE-RETURN-DOC THRU 839-EXIT.
       832-EXIT.

      ******************************************************************
      * 831-CHECK-RETURNABLE REFUSES A RETURN AGAINST AN INVOICE THAT
      * IS ALREADY ON THE VOID LOG (EVERYTHING ON IT WAS REFUNDED
      * THEN) OR THAT STILL CARRIES AN OPEN LAYAWAY BALANCE (THE
      * GOODS ARE NOT PAID FOR - VOID IT OR TAKE THE BALANCE FIRST).
      ******************************************************************
       831-CHECK-RETURNABLE.
           MOVE "NO" TO WV-RT-VOIDED
           MOVE "NO" TO WV-RT-EOF
           OPEN INPUT INVOICE-VOID-FILE
           IF WS-VOIDFILE-STATUS = "00"
               PERFORM 831A-READ-VOID THRU 831A-EXIT
                   UNTIL WV-RT-EOF = "YES"
               CLOSE INVOICE-VOID-FILE
           END-IF
           IF WV-RT-VOIDED = "YES"
               DISPLAY "INVOICE WAS VOIDED - NOTHING TO RETURN"
                   LINE WV-LINE-COUNT COLUMN 1
               GO TO 831-EXIT
           END-IF
           OPEN INPUT OPEN-BALANCE-FILE
           IF WS-OPENBAL-STATUS NOT = "00"
               GO TO 831-EXIT
           END-IF
           MOVE WV-LOOKUP-INVOICE-NUMBER TO OB-INVOICE-NUMBER
           READ OPEN-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WV-RT-VOIDED
                   DISPLAY "INVOICE HAS AN OPEN LAYAWAY BALANCE - "
                       "NO RETURN" LINE WV-LINE-COUNT COLUMN 1
           END-READ
           CLOSE OPEN-BALANCE-FILE.
       831-EXIT.

       831A-READ-VOID.
           READ INVOICE-VOID-FILE
               AT END
                   MOVE "YES" TO WV-RT-EOF
               NOT AT END
                   IF VOID-INVOICE-NUMBER = WV-LOOKUP-INVOICE-NUMBER
                       MOVE "YES" TO WV-RT-VOIDED
                       MOVE "YES" TO WV-RT-EOF
                   END-IF
           END-READ.
       831A-EXIT.

      ******************************************************************
      * 833-GET-REFUND-TENDER ASKS HOW THE REFUND GOES OUT. A HOUSE-
      * ACCOUNT CREDIT NEEDS A CLIENT NUMBER ON THE INVOICE. STORE
      * CREDIT TAKES ITS CARD NUMBER HERE, BEFORE ANYTHING IS POSTED,
      * SO A RETURN IS NEVER ON FILE AS STORE CREDIT WITH NO CARD.
      ******************************************************************
       833-GET-REFUND-TENDER.
           MOVE SPACES TO WV-RT-CARD-NO
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Refund C=Cash R=Card S=Store Credit A=Account"
               LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-RT-TENDER LINE WV-LINE-COUNT COLUMN 50
           IF WV-RT-TENDER = "A"
               AND (WV-RP-CLIENT-NO = SPACES
                    OR WV-RP-CLIENT-NO = ZEROS)
               DISPLAY "NO CLIENT ON INVOICE" LINE WV-LINE-COUNT
                   COLUMN 55
               MOVE SPACE TO WV-RT-TENDER
           END-IF
           IF WV-RT-TENDER = "S"
               ADD 1 TO WV-LINE-COUNT
               DISPLAY "Card Number for Credit" LINE WV-LINE-COUNT
                   COLUMN 1
               ACCEPT WV-RT-CARD-NO LINE WV-LINE-COUNT COLUMN 30
               IF WV-RT-CARD-NO = SPACES
                   DISPLAY "NO CARD NUMBER" LINE WV-LINE-COUNT
                       COLUMN 55
                   MOVE SPACE TO WV-RT-TENDER
               END-IF
           END-IF.
       833-EXIT.

      ******************************************************************
      * 834-LOAD-DETAIL-LINES PULLS THE INVOICE'S ITEM LINES OFF THE
      * DETAIL FILE INTO THE RETURN TABLE, IN FILE ORDER - THAT
      * ORDER IS THE LINE SEQUENCE THE RETURN LOG RECORDS.
      ******************************************************************
       834-LOAD-DETAIL-LINES.
           MOVE ZEROS TO WS-RT-COUNT
           MOVE "NO" TO WV-RT-EOF
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               GO TO 834-EXIT
           END-IF
           PERFORM 834A-READ-DETAIL THRU 834A-EXIT
               UNTIL WV-RT-EOF = "YES"
           CLOSE INVOICE-DETAIL-FILE.
       834-EXIT.

       834A-READ-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   MOVE "YES" TO WV-RT-EOF
                   GO TO 834A-EXIT
           END-READ
           IF DT-INVOICE-NUMBER NOT = WV-LOOKUP-INVOICE-NUMBER
               GO TO 834A-EXIT
           END-IF
           IF WS-RT-COUNT >= 60
               GO TO 834A-EXIT
           END-IF
           ADD 1 TO WS-RT-COUNT
           SET RT-IDX TO WS-RT-COUNT
           MOVE DT-LINE-TYPE TO WS-RT-TBL-TYPE (RT-IDX)
           MOVE DT-ITEM-CODE TO WS-RT-TBL-CODE (RT-IDX)
           MOVE DT-DESCRIPTION TO WS-RT-TBL-DESC (RT-IDX)
           MOVE DT-QTY TO WS-RT-TBL-SOLD-QTY (RT-IDX)
           MOVE ZEROS TO WS-RT-TBL-PRIOR-QTY (RT-IDX)
           MOVE ZEROS TO WS-RT-TBL-THIS-QTY (RT-IDX)
           MOVE DT-UNIT-PRICE TO WS-RT-TBL-UNIT-PRICE (RT-IDX)
           IF DT-UNIT-COST NUMERIC
               MOVE DT-UNIT-COST TO WS-RT-TBL-UNIT-COST (RT-IDX)
           ELSE
               MOVE ZEROS TO WS-RT-TBL-UNIT-COST (RT-IDX)
           END-IF
           IF DT-STORE-NO NUMERIC AND DT-STORE-NO = 2
               MOVE 2 TO WS-RT-TBL-STORE (RT-IDX)
           ELSE
               MOVE 1 TO WS-RT-TBL-STORE (RT-IDX)
           END-IF.
       834A-EXIT.

      ******************************************************************
      * 835-LOAD-PRIOR-RETURNS READS THE RETURN LOG FOR EVERYTHING
      * ALREADY TAKEN BACK OFF THIS INVOICE. WV-RT-HAS-RETURNS SAYS
      * WHETHER THERE IS ANY; WITH THE DETAIL LINES LOADED, EACH
      * LOGGED QUANTITY IS ADDED TO ITS LINE SO IT CANNOT COME BACK
      * A SECOND TIME.
      ******************************************************************
       835-LOAD-PRIOR-RETURNS.
           MOVE "NO" TO WV-RT-HAS-RETURNS
           MOVE "NO" TO WV-RT-EOF
           OPEN INPUT INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               GO TO 835-EXIT
           END-IF
           PERFORM 835A-READ-RETURN THRU 835A-EXIT
               UNTIL WV-RT-EOF = "YES"
           CLOSE INVOICE-RETURN-FILE.
       835-EXIT.

       835A-READ-RETURN.
           READ INVOICE-RETURN-FILE
               AT END
                   MOVE "YES" TO WV-RT-EOF
                   GO TO 835A-EXIT
           END-READ
           IF RET-INVOICE-NUMBER NOT = WV-LOOKUP-INVOICE-NUMBER
               GO TO 835A-EXIT
           END-IF
           MOVE "YES" TO WV-RT-HAS-RETURNS
           IF RET-LINE-SEQ > ZEROS AND RET-LINE-SEQ NOT > WS-RT-COUNT
               SET RT-IDX TO RET-LINE-SEQ
               ADD RET-QTY TO WS-RT-TBL-PRIOR-QTY (RT-IDX)
           END-IF.
       835A-EXIT.

      ******************************************************************
      * 836-LIST-RETURN-LINES SHOWS EACH LINE WITH THE QUANTITY SOLD,
      * THE QUANTITY ALREADY RETURNED, AND THE UNIT PRICE.
      ******************************************************************
       836-LIST-RETURN-LINES.
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "LN ITEM       DESCRIPTION               SOLD RETD"
               "     PRICE" LINE WV-LINE-COUNT COLUMN 1
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RT-COUNT
               ADD 1 TO WV-LINE-COUNT
               SET WV-RT-SEQ TO RT-IDX
               MOVE WS-RT-TBL-UNIT-PRICE (RT-IDX) TO WO-PAY-AMT
               DISPLAY WV-RT-SEQ " " WS-RT-TBL-CODE (RT-IDX) " "
                   WS-RT-TBL-DESC (RT-IDX) "  "
                   WS-RT-TBL-SOLD-QTY (RT-IDX) "   "
                   WS-RT-TBL-PRIOR-QTY (RT-IDX) "  " WO-PAY-AMT
                   LINE WV-LINE-COUNT COLUMN 1
           END-PERFORM.
       836-EXIT.

      ******************************************************************
      * 837-PICK-RETURN-LINE TAKES ONE LINE NUMBER AND QUANTITY. LINE
      * 0 ENDS THE PICKING. THE QUANTITY MAY NOT EXCEED WHAT WAS SOLD
      * LESS WHAT HAS ALREADY COME BACK.
      ******************************************************************
       837-PICK-RETURN-LINE.
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Line to Return (0 = Done)" LINE WV-LINE-COUNT
               COLUMN 1
           ACCEPT WV-RT-PICK LINE WV-LINE-COUNT COLUMN 30
           IF WV-RT-PICK = ZEROS
               GO TO 837-EXIT
           END-IF
           IF WV-RT-PICK > WS-RT-COUNT
               DISPLAY "NO SUCH LINE" LINE WV-LINE-COUNT COLUMN 40
               GO TO 837-EXIT
           END-IF
           SET RT-IDX TO WV-RT-PICK
           COMPUTE WV-RT-AVAILABLE = WS-RT-TBL-SOLD-QTY (RT-IDX)
               - WS-RT-TBL-PRIOR-QTY (RT-IDX)
           IF WV-RT-AVAILABLE = ZEROS
               DISPLAY "LINE ALREADY FULLY RETURNED"
                   LINE WV-LINE-COUNT COLUMN 40
               GO TO 837-EXIT
           END-IF
           DISPLAY "Quantity" LINE WV-LINE-COUNT COLUMN 40
           ACCEPT WV-RT-PICK-QTY LINE WV-LINE-COUNT COLUMN 50
           IF WV-RT-PICK-QTY = ZEROS
               OR WV-RT-PICK-QTY > WV-RT-AVAILABLE
               DISPLAY "ONLY " WV-RT-AVAILABLE " RETURNABLE"
                   LINE WV-LINE-COUNT COLUMN 55
               GO TO 837-EXIT
           END-IF
           IF WS-RT-TBL-THIS-QTY (RT-IDX) = ZEROS
               ADD 1 TO WV-RT-PICKED-LINES
           END-IF
           MOVE WV-RT-PICK-QTY TO WS-RT-TBL-THIS-QTY (RT-IDX).
       837-EXIT.

      ******************************************************************
      * 838-POST-RETURN WORKS OUT EACH PICKED LINE'S REFUND - ITS
      * GOODS VALUE LESS ITS SHARE OF THE INVOICE DISCOUNT, LESS ITS
      * SHARE OF ANY TRADE-IN ALLOWANCE, PLUS ITS SHARE OF THE TAX,
      * LESS THE RESTOCKING FEE - LOGS IT, AND PUTS THE QUANTITY BACK
      * ON THE SELLING STORE'S ON-HAND COUNT UNDER THE INVENTORY
      * NAMED LOCK.
      ******************************************************************
       838-POST-RETURN.
           OPEN EXTEND INVOICE-RETURN-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-RETURN-FILE
           END-IF
           OPEN I-O INVENTORY-FILE
           MOVE "INVENTORY" TO FL-LOCK-NAME
           PERFORM 446-TAKE-NAMED-LOCK THRU 446-EXIT
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-TBL-THIS-QTY (RT-IDX) > ZEROS
                   PERFORM 838A-POST-ONE-LINE THRU 838A-EXIT
               END-IF
           END-PERFORM
           MOVE "INVENTORY" TO FL-LOCK-NAME
           PERFORM 447-DROP-NAMED-LOCK THRU 447-EXIT
           CLOSE INVENTORY-FILE
           CLOSE INVOICE-RETURN-FILE.
       838-EXIT.

       838A-POST-ONE-LINE.
           MOVE WV-LOOKUP-INVOICE-NUMBER TO RET-INVOICE-NUMBER
           SET RET-LINE-SEQ TO RT-IDX
           MOVE WS-RT-TBL-TYPE (RT-IDX) TO RET-LINE-TYPE
           MOVE WS-RT-TBL-CODE (RT-IDX) TO RET-ITEM-CODE
           MOVE WS-RT-TBL-THIS-QTY (RT-IDX) TO RET-QTY
           MOVE WS-RT-TBL-UNIT-PRICE (RT-IDX) TO RET-UNIT-PRICE
           COMPUTE RET-LINE-AMOUNT = WS-RT-TBL-UNIT-PRICE (RT-IDX)
               * WS-RT-TBL-THIS-QTY (RT-IDX)
           MOVE ZEROS TO RET-DISCOUNT-AMT RET-TRADE-AMT RET-TAX-AMT
           IF WV-RP-SUBTOTAL > ZEROS
               COMPUTE RET-DISCOUNT-AMT ROUNDED =
                   WV-RP-DISCOUNT * RET-LINE-AMOUNT / WV-RP-SUBTOTAL
           END-IF
           COMPUTE WV-RT-NET-AMT = RET-LINE-AMOUNT - RET-DISCOUNT-AMT
           IF WV-RT-TAX-BASE > ZEROS
               COMPUTE RET-TRADE-AMT ROUNDED =
                   WV-RP-TRADE * WV-RT-NET-AMT / WV-RT-TAX-BASE
               COMPUTE RET-TAX-AMT ROUNDED =
                   WV-RP-TAX * WV-RT-NET-AMT / WV-RT-TAX-BASE
           END-IF
           IF RET-TRADE-AMT > WV-RT-NET-AMT
               MOVE WV-RT-NET-AMT TO RET-TRADE-AMT
           END-IF
           COMPUTE RET-RESTOCK-FEE ROUNDED =
               WV-RT-NET-AMT * WV-RT-FEE-PCT / 100
           IF RET-RESTOCK-FEE >
                   WV-RT-NET-AMT - RET-TRADE-AMT + RET-TAX-AMT
               COMPUTE RET-RESTOCK-FEE =
                   WV-RT-NET-AMT - RET-TRADE-AMT + RET-TAX-AMT
           END-IF
           COMPUTE RET-REFUND-AMT = WV-RT-NET-AMT - RET-TRADE-AMT
               + RET-TAX-AMT - RET-RESTOCK-FEE
           MOVE WV-RT-TENDER TO RET-REFUND-TENDER
           MOVE WS-RT-TBL-UNIT-COST (RT-IDX) TO RET-UNIT-COST
           MOVE WV-CSZ-STATE-CODE TO RET-STATE-CODE
           MOVE WV-RP-DATE TO RET-INVOICE-DATE
           MOVE WV-RT-DATE TO RET-RETURN-DATE
           MOVE WV-RT-TIME TO RET-RETURN-TIME
           MOVE WS-RT-TBL-STORE (RT-IDX) TO RET-RESTOCK-STORE
           MOVE WV-STORE-NO TO RET-STORE-NO
           MOVE WV-OPERATOR-ID TO RET-OPERATOR-ID
           WRITE RET-RECORD
           ADD RET-LINE-AMOUNT TO WV-RT-GROSS-TOTAL
           ADD RET-DISCOUNT-AMT TO WV-RT-DISC-TOTAL
           ADD RET-TRADE-AMT TO WV-RT-TRADE-TOTAL
           ADD RET-TAX-AMT TO WV-RT-TAX-TOTAL
           ADD RET-RESTOCK-FEE TO WV-RT-FEE-TOTAL
           ADD RET-REFUND-AMT TO WV-RT-REFUND-TOTAL

      * Back on the shelf in the bucket of the store that sold it.

           IF WS-RT-TBL-CODE (RT-IDX) = SPACES
               GO TO 838A-EXIT
           END-IF
           MOVE WS-RT-TBL-CODE (RT-IDX) TO INV-CODE
           READ INVENTORY-FILE
               INVALID KEY
                   GO TO 838A-EXIT
           END-READ
           IF WS-RT-TBL-STORE (RT-IDX) = 2
               ADD WS-RT-TBL-THIS-QTY (RT-IDX) TO INV-QTY-STORE2
           ELSE
               ADD WS-RT-TBL-THIS-QTY (RT-IDX) TO INV-QTY-ON-HAND
           END-IF
           REWRITE INV-RECORD
           MOVE INV-CODE TO SK-ITEM-CODE
           MOVE WS-RT-TBL-STORE (RT-IDX) TO SK-STORE-NO
           IF SK-STORE-NO NOT = 2
               MOVE 1 TO SK-STORE-NO
           END-IF
           MOVE "C" TO SK-MOVE-TYPE
           MOVE WS-RT-TBL-THIS-QTY (RT-IDX) TO SK-QTY
           MOVE WV-LOOKUP-INVOICE-NUMBER TO SK-SOURCE-DOC
           PERFORM 448-POST-STOCK-MOVE THRU 448-EXIT.
       838A-EXIT.

      ******************************************************************
      * 838B-CREDIT-HOUSE-ACCOUNT POSTS THE REFUND AS A PAYMENT-TYPE
      * LINE ON THE HOUSE CHARGE FILE, SO ARBILL TAKES IT OFF WHAT
      * THE CLIENT OWES INSTEAD OF HANDING OUT CASH ON A CHARGE SALE.
      ******************************************************************
       838B-CREDIT-HOUSE-ACCOUNT.
           OPEN EXTEND AR-CHARGE-FILE
           IF WS-ARFILE-STATUS NOT = "00"
               OPEN OUTPUT AR-CHARGE-FILE
           END-IF
           MOVE WV-RP-CLIENT-NO TO AR-CLIENT-NO
           MOVE "P" TO AR-TYPE
           MOVE WV-RT-REFUND-TOTAL TO AR-AMOUNT
           MOVE WV-LOOKUP-INVOICE-NUMBER TO AR-INVOICE-NUMBER
           MOVE WV-RT-DATE TO AR-DATE
           WRITE AR-RECORD
           CLOSE AR-CHARGE-FILE
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "REFUND CREDITED TO HOUSE ACCOUNT " WV-RP-CLIENT-NO
               LINE WV-LINE-COUNT COLUMN 1.
       838B-EXIT.

      ******************************************************************
      * 839-WRITE-RETURN-DOC APPENDS A RETURN SLIP TO THE INVOICE
      * DOCUMENT FILE UNDER THE ORIGINAL INVOICE NUMBER: THE LINES
      * TAKEN BACK AND HOW THE REFUND WAS MADE UP.
      ******************************************************************
       839-WRITE-RETURN-DOC.
           OPEN EXTEND INVOICE-DOC-FILE
           IF WS-INVDOC-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-DOC-FILE
           END-IF
           MOVE WV-LOOKUP-INVOICE-NUMBER TO DOC-INVOICE-NO
           MOVE WV-RT-DATE TO DOC-DATE
           WRITE INVOICE-DOC-RECORD FROM DOC-HEADING1
           MOVE "RETURN    " TO DOC-CUST-LABEL
           MOVE SPACES TO DOC-CUST-VALUE
           WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           MOVE "SOLD TO:  " TO DOC-CUST-LABEL
           MOVE WV-RP-NAME TO DOC-CUST-VALUE
           WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           MOVE SPACES TO INVOICE-DOC-RECORD
           WRITE INVOICE-DOC-RECORD
           WRITE INVOICE-DOC-RECORD FROM DOC-ITEM-HEADING
           WRITE INVOICE-DOC-RECORD FROM DOC-RULE-LINE
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-TBL-THIS-QTY (RT-IDX) > ZEROS
                   MOVE WS-RT-TBL-DESC (RT-IDX) TO DOC-ITEM-DESC
                   MOVE WS-RT-TBL-THIS-QTY (RT-IDX) TO DOC-ITEM-QTY
                   COMPUTE DOC-ITEM-PRICE =
                       WS-RT-TBL-UNIT-PRICE (RT-IDX)
                       * WS-RT-TBL-THIS-QTY (RT-IDX)
                   WRITE INVOICE-DOC-RECORD FROM DOC-ITEM-LINE
               END-IF
           END-PERFORM
           WRITE INVOICE-DOC-RECORD FROM DOC-RULE-LINE
           MOVE "GOODS RETURNED" TO DOC-TOTAL-LABEL
           MOVE WV-RT-GROSS-TOTAL TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           MOVE "LESS DISCOUNT GIVEN" TO DOC-TOTAL-LABEL
           MOVE WV-RT-DISC-TOTAL TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           IF WV-RT-TRADE-TOTAL > ZEROS
               MOVE "LESS TRADE-IN SHARE" TO DOC-TOTAL-LABEL
               MOVE WV-RT-TRADE-TOTAL TO DOC-TOTAL-AMT
               WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           END-IF
           MOVE "SALES TAX REFUNDED" TO DOC-TOTAL-LABEL
           MOVE WV-RT-TAX-TOTAL TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           IF WV-RT-FEE-TOTAL > ZEROS
               MOVE "LESS RESTOCKING FEE" TO DOC-TOTAL-LABEL
               MOVE WV-RT-FEE-TOTAL TO DOC-TOTAL-AMT
               WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           END-IF
           EVALUATE WV-RT-TENDER
               WHEN "C"
                   MOVE "REFUNDED - CASH" TO DOC-TOTAL-LABEL
               WHEN "R"
                   MOVE "REFUNDED - CARD" TO DOC-TOTAL-LABEL
               WHEN "S"
                   MOVE "REFUNDED - STORE CREDIT" TO DOC-TOTAL-LABEL
               WHEN OTHER
                   MOVE "CREDITED TO ACCOUNT" TO DOC-TOTAL-LABEL
           END-EVALUATE
           MOVE WV-RT-REFUND-TOTAL TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           WRITE INVOICE-DOC-RECORD FROM DOC-END-LINE
           CLOSE INVOICE-DOC-FILE.
       839-EXIT.

      ******************************************************************
      * 812-SAVE-REPRINT-LINE SAVES A MATCHED HISTORY LINE'S FIELDS
      * WHILE THE SCAN RUNS. EVERY LINE OF AN INVOICE CARRIES THE
           MOVE HIST-PAY-CREDIT-AMT TO WV-RP-CREDIT
           MOVE HIST-PAY-POINTS-AMT TO WV-RP-POINTS
           MOVE HIST-SUM-ACCESS TO WV-RP-ACCESS-SUM
           MOVE HIST-TRADE-IN-AMT TO WV-RP-TRADE
           MOVE HIST-CLIENT-NO TO WV-RP-CLIENT-NO
           MOVE HIST-EXEMPT-CERT-NO TO WV-RP-EXEMPT-CERT
           IF WV-RP-BIKE-COUNT < 4
               ADD 1 TO WV-RP-BIKE-COUNT
               SET RP-IDX TO WV-RP-BIKE-COUNT
           MOVE "SALES TAX" TO DOC-TOTAL-LABEL
           MOVE WV-RP-TAX TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
           IF WV-RP-EXEMPT-CERT NOT = SPACES
               MOVE "TAX EXEMPT" TO DOC-CUST-LABEL
               MOVE SPACES TO DOC-CUST-VALUE
               STRING "CERTIFICATE " DELIMITED BY SIZE
                   WV-RP-EXEMPT-CERT DELIMITED BY SIZE
                   INTO DOC-CUST-VALUE
               END-STRING
               WRITE INVOICE-DOC-RECORD FROM DOC-CUST-LINE
           END-IF
           MOVE "INVOICE TOTAL" TO DOC-TOTAL-LABEL
           MOVE WV-RP-TOTAL TO DOC-TOTAL-AMT
           WRITE INVOICE-DOC-RECORD FROM DOC-TOTAL-LINE
                           TO WV-BIKE-TBL-PRICE (WV-BIKE-COUNT)
                       MOVE SPACES
                           TO WV-BIKE-TBL-SERIAL (WV-BIKE-COUNT)
                              WV-BIKE-TBL-KIT-CODE (WV-BIKE-COUNT)
                       MOVE "N" TO WV-BIKE-TBL-PROMO (WV-BIKE-COUNT)
                       ADD QT-UNIT-PRICE TO WV-SUBTOTAL-SUM
                       ADD 1 TO WV-BIKE-COUNT
                       MOVE QT-UNIT-PRICE
                           TO WV-ACCTBL-UNIT-PRICE (WV-ACCESS-COUNT)
                       MOVE QT-QTY TO WV-ACCTBL-QTY (WV-ACCESS-COUNT)
                       MOVE SPACES
                           TO WV-ACCTBL-KIT-CODE (WV-ACCESS-COUNT)
                       MOVE "N"
                           TO WV-ACCTBL-PROMO (WV-ACCESS-COUNT)
                       MULTIPLY QT-UNIT-PRICE BY QT-QTY
      * TO THE SPECIAL ORDERS FILE AS AN OPEN RECORD.
      ******************************************************************
       897-NEW-SPECIAL-ORDER.
           MOVE SPACES TO WV-CAMPAIGN-CODE
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-CLIENTMS-STATUS NOT = "00"
               OPEN OUTPUT CLIENT-MASTER-FILE
                   MOVE WV-PHONE TO CM-CLIENT-PHONE
                   MOVE ZEROS TO CM-LOYALTY-POINTS
                   MOVE "A" TO CM-ACTIVE-FLAG
                   MOVE SPACES TO CM-PRICING-TIER CM-NSF-HOLD
                   MOVE SPACES TO CM-CONSENT-MAIL CM-CONSENT-PHONE
                       CM-CONSENT-EMAIL
                   WRITE CM-MASTER-RECORD
               NOT INVALID KEY
                   MOVE CM-CLIENT-NAME TO WV-NAME
      * INVOICE NUMBER LIKE ANY SALE - WHICH IS WHAT PUTS THE BENCH
      * INTO THE Z-REPORT AT LAST. THE ORDER IS RETIRED WITH AN
      * APPEND-ONLY SETTLED MARKER; PARTS WERE ALREADY RELIEVED WHEN
      * THE BENCH PULLED THEM, SO NO INVENTORY MOVES HERE. A TICKET
      * WHOSE ONLY WORK WAS MANUFACTURER WARRANTY OWES NOTHING: IT IS
      * RETIRED WITH A NO-CHARGE MARKER AND NO INVOICE.
      ******************************************************************
       850-WORKORDER-SETTLE.
           MOVE SPACES TO WV-CAMPAIGN-CODE
           DISPLAY "Enter Work Order Number" LINE 2 COLUMN 1
           ACCEPT WV-WO-NUMBER LINE 2 COLUMN 30
           MOVE 3 TO WV-LINE-COUNT
           MOVE "NO" TO WV-WO-EOF WV-WO-FOUND
           MOVE SPACES TO WV-WO-STATUS WV-WO-CLIENT
           MOVE ZEROS TO WV-WO-TOTAL WV-WO-WARRANTY-LINES
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               DISPLAY "NO WORK ORDERS ON FILE"
                   LINE WV-LINE-COUNT COLUMN 1
               GO TO 850-EXIT
           END-IF
           IF WV-WO-CLIENT = "*SHOP"
               DISPLAY "REFURBISHMENT ORDER - CLOSED AT THE BENCH, NOT "
                   "SETTLED HERE" LINE WV-LINE-COUNT COLUMN 1
               GO TO 850-EXIT
           END-IF
           IF WV-WO-CLIENT = "*FLT"
               DISPLAY "RENTAL FLEET ORDER - CLOSED AT THE BENCH, NOT "
                   "SETTLED HERE" LINE WV-LINE-COUNT COLUMN 1
               GO TO 850-EXIT
           END-IF
           IF WV-WO-STATUS NOT = "D"
               DISPLAY "TICKET NOT READY - STATUS IS " WV-WO-STATUS
                   LINE WV-LINE-COUNT COLUMN 1
               GO TO 850-EXIT
           END-IF
           IF WV-WO-TOTAL = ZEROS AND WV-WO-WARRANTY-LINES > ZEROS
               PERFORM 858-CLOSE-NO-CHARGE THRU 858-EXIT
               GO TO 850-EXIT
           END-IF
           IF WV-WO-TOTAL = ZEROS
               DISPLAY "TICKET HAS NO LABOR OR PART LINES"
                   LINE WV-LINE-COUNT COLUMN 1

      ******************************************************************
      * 855-SCAN-WORKORDER ACCUMULATES THE KEYED TICKET'S LABOR AND
      * PART TOTALS, ITS LATEST STATUS, AND ITS CLIENT, AND COUNTS
      * ITS WARRANTY LINES. A TYPE-C LINE MEANS IT WAS ALREADY
      * SETTLED.
      ******************************************************************
       855-SCAN-WORKORDER.
           READ WORK-ORDER-FILE
                           WHEN "L"
                           WHEN "P"
                               ADD WO-LINE-TOTAL TO WV-WO-TOTAL
                               IF WO-WARRANTY-LINE
                                   ADD 1 TO WV-WO-WARRANTY-LINES
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               LINE WV-LINE-COUNT COLUMN 1.
       857-EXIT.

      ******************************************************************
      * 858-CLOSE-NO-CHARGE RETIRES A WARRANTY-ONLY TICKET WITHOUT
      * TAKING TENDER: THE SETTLED MARKER CARRIES INVOICE NUMBER ZERO.
      * THE MANUFACTURER PAYS FOR THE WORK THROUGH WTYCLAIM.
      ******************************************************************
       858-CLOSE-NO-CHARGE.
           ACCEPT WV-INVOICE-DATE FROM DATE YYYYMMDD
           OPEN EXTEND WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               GO TO 858-EXIT
           END-IF
           MOVE SPACES TO WO-RECORD
           MOVE WV-WO-NUMBER TO WO-NUMBER
           MOVE "C" TO WO-LINE-TYPE
           MOVE WV-WO-CLIENT TO WO-CLIENT-NO
           MOVE "S" TO WO-STATUS
           MOVE "WARRANTY - NO CHARGE" TO WO-DESCRIPTION
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-LINE-TOTAL
               WO-INVOICE-NUMBER
           MOVE WV-INVOICE-DATE TO WO-DATE
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           DISPLAY "WARRANTY WORK ONLY - NOTHING DUE. WORK ORDER "
               WV-WO-NUMBER " CLOSED AT NO CHARGE"
               LINE WV-LINE-COUNT COLUMN 1.
       858-EXIT.

      ******************************************************************
      * 390-TRADE-IN-RTN TAKES A TRADE-IN ON THE CURRENT INVOICE: THE
      * ALLOWANCE BECOMES ITS OWN NEGATIVE LINE (SEE 400-PRINT-
      * UNDER ITS OWN USED-BIKE CODE WITH A CONDITION GRADE AND ITS
      * INTAKE COST LOGGED - SELLABLE LATER THROUGH 900-LOOKUP-PRICE
      * LIKE ANYTHING ELSE. KEYING A ZERO ALLOWANCE MEANS NO TRADE.
      * THE SERIAL, MAKE, AND SELLER'S ID ARE TAKEN FIRST AND THE
      * SERIAL IS CHECKED AGAINST THE STOLEN-PROPERTY HOTLIST; A HIT
      * GOES TO 392-HOLD-STOLEN-BIKE INSTEAD OF INTO STOCK. A BIKE
      * THAT IS STOCKED GETS ITS REFURBISHMENT WORK ORDER (397).
      ******************************************************************
       390-TRADE-IN-RTN.
           MOVE ZEROS TO WV-TRADE-IN-AMT

      * A trade-in stocks a new inventory record - not something the
      * local snapshot can take, so none are taken offline.

           IF WV-IS-OFFLINE
               GO TO 390-EXIT
           END-IF
           DISPLAY "Trade-In Allowance (0 = none)"
               LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-TRADE-IN-AMT LINE WV-LINE-COUNT COLUMN 47
           ADD 1 TO WV-LINE-COUNT
           IF WV-TRADE-IN-AMT = ZEROS
               GO TO 390-EXIT
           END-IF.
       390-GET-SERIAL.
           DISPLAY "Frame Serial Number (NONE if none)"
               LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-TRADE-SERIAL LINE WV-LINE-COUNT COLUMN 40
           ADD 1 TO WV-LINE-COUNT
           IF WV-TRADE-SERIAL = SPACES
               GO TO 390-GET-SERIAL
           END-IF
           DISPLAY "Make" LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-TRADE-MAKE LINE WV-LINE-COUNT COLUMN 40
           ADD 1 TO WV-LINE-COUNT.

      * The county wants the seller's identification on every bike
      * a secondhand dealer takes in - no ID, no trade. The seller
      * is the customer on this invoice.

       390-GET-SELLER-ID.
           DISPLAY "Seller ID Type (DL/STATE ID/PASSPORT)"
               LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-TRADE-ID-TYPE LINE WV-LINE-COUNT COLUMN 40
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "Seller ID Number" LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-TRADE-ID-NUMBER LINE WV-LINE-COUNT COLUMN 40
           ADD 1 TO WV-LINE-COUNT
           IF WV-TRADE-ID-TYPE = SPACES
                   OR WV-TRADE-ID-NUMBER = SPACES
               DISPLAY "SELLER ID REQUIRED TO TAKE A TRADE-IN"
                   LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
               GO TO 390-GET-SELLER-ID
           END-IF
           PERFORM 391-CHECK-HOTLIST THRU 391-EXIT
           IF WV-HOTLIST-HIT = "YES"
               PERFORM 392-HOLD-STOLEN-BIKE THRU 392-EXIT
               GO TO 390-EXIT
           END-IF
           DISPLAY "Used-Bike Code to Stock It Under"
               LINE WV-LINE-COUNT COLUMN 1
           MOVE ZEROS TO INV-REORDER-POINT

      * The record area still holds the last bike read - clear the
      * store-2 bucket (the trade is on this floor only), stamp the
      * allowance we paid as the unit cost so the margin reporting
      * prices the eventual resale honestly, and list the bike on
      * the web storefront whatever the last bike's flag said. The
      * category is left blank for INVMNT to fill in.

           MOVE ZEROS TO INV-QTY-STORE2
           MOVE WV-TRADE-IN-AMT TO INV-UNIT-COST
           MOVE "Y" TO INV-WEB-FLAG
           MOVE ZEROS TO INV-ORDER-QTY
           MOVE SPACES TO INV-CATEGORY
           MOVE "YES" TO WV-TRADE-STOCKED
           WRITE INV-RECORD
               INVALID KEY
                   DISPLAY "CODE ALREADY ON INVENTORY - NOT ADDED"
                       LINE WV-LINE-COUNT COLUMN 1
                   ADD 1 TO WV-LINE-COUNT
                   MOVE "NO" TO WV-TRADE-STOCKED
           END-WRITE

      * A stocked trade goes to the bench before it is sold - its
      * refurbishment order is opened now, charged to the shop.

           IF WV-TRADE-STOCKED = "YES"
               MOVE INV-CODE TO SK-ITEM-CODE
               MOVE 1 TO SK-STORE-NO
               MOVE "N" TO SK-MOVE-TYPE
               MOVE 1 TO SK-QTY
               MOVE WV-INVOICE-NUMBER TO SK-SOURCE-DOC
               PERFORM 448-POST-STOCK-MOVE THRU 448-EXIT
               PERFORM 397-OPEN-REFURB-ORDER THRU 397-EXIT
           END-IF
           MOVE SPACES TO UBL-RECORD
           MOVE WV-TRADE-CODE TO UBL-ITEM-CODE
           MOVE WV-TRADE-DESC TO UBL-DESCRIPTION
           MOVE WV-TRADE-GRADE TO UBL-CONDITION-GRADE
           MOVE WV-TRADE-IN-AMT TO UBL-INTAKE-COST
           MOVE WV-TRADE-ASKING TO UBL-ASKING-PRICE
           PERFORM 393-WRITE-INTAKE-LOG THRU 393-EXIT.
       390-EXIT.

      ******************************************************************
      * 397-OPEN-REFURB-ORDER OPENS THE INTERNAL REFURBISHMENT WORK
      * ORDER FOR THE BIKE JUST STOCKED: NEXT NUMBER OFF THE WORK
      * ORDER COUNTER (THE WAY WORKORD DRAWS IT), AN H LINE IN STATUS
      * R CHARGED TO THE SHOP AND CARRYING THE USED BIKE'S CODE. THE
      * BENCH ADDS ITS PARTS AND LABOR THROUGH WORKORD, WHOSE CLOSE
      * ROLLS THEM INTO THE BIKE'S COST (SEE COPYBOOKS/WORKORD.CPY).
      ******************************************************************
       397-OPEN-REFURB-ORDER.
           OPEN INPUT WO-COUNTER-FILE
           IF WS-WOCTR-STATUS NOT = "00"
               MOVE ZEROS TO WOCTR-RECORD
           ELSE
               READ WO-COUNTER-FILE
                   AT END MOVE ZEROS TO WOCTR-RECORD
               END-READ
               CLOSE WO-COUNTER-FILE
           END-IF
           ADD 1 TO WOCTR-RECORD
           MOVE WOCTR-RECORD TO WV-WO-NUMBER
           OPEN OUTPUT WO-COUNTER-FILE
           WRITE WOCTR-RECORD
           CLOSE WO-COUNTER-FILE
           OPEN EXTEND WORK-ORDER-FILE
           IF WS-WOFILE-STATUS NOT = "00"
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF
           MOVE SPACES TO WO-RECORD
           MOVE WV-WO-NUMBER TO WO-NUMBER
           MOVE "H" TO WO-LINE-TYPE
           MOVE "*SHOP" TO WO-CLIENT-NO
           MOVE "R" TO WO-STATUS
           MOVE WV-TRADE-DESC TO WO-DESCRIPTION
           MOVE WV-TRADE-CODE TO WO-ITEM-CODE
           MOVE ZEROS TO WO-QTY WO-UNIT-PRICE WO-LINE-TOTAL
               WO-INVOICE-NUMBER
           MOVE WV-INVOICE-DATE TO WO-DATE
           WRITE WO-RECORD
           CLOSE WORK-ORDER-FILE
           DISPLAY "REFURBISHMENT WORK ORDER " WV-WO-NUMBER
               " OPENED FOR " WV-TRADE-CODE LINE WV-LINE-COUNT COLUMN 1
           ADD 1 TO WV-LINE-COUNT.
       397-EXIT.

      ******************************************************************
      * 391-CHECK-HOTLIST SQUEEZES THE KEYED SERIAL INTO THE HOTLIST'S
      * KEY FORM AND READS THE HOTLIST FOR IT. WITH NO HOTLIST ON
      * FILE THE TRADE GOES AHEAD, BUT THE CLERK IS TOLD THE SERIAL
      * WAS NOT CHECKED. A HIT'S DETAILS ARE KEPT IN THE WV-HL- FIELDS
      * FOR THE HOLD, SINCE THE FILE IS CLOSED BEFORE IT IS TAKEN.
      ******************************************************************
       391-CHECK-HOTLIST.
           MOVE "NO" TO WV-HOTLIST-HIT
           MOVE FUNCTION UPPER-CASE(WV-TRADE-SERIAL) TO WV-TRADE-SERIAL
           MOVE SPACES TO WV-SERIAL-KEY
           MOVE ZEROS TO WV-SERIAL-OUT-SUB
           PERFORM VARYING WV-SERIAL-IN-SUB FROM 1 BY 1
               UNTIL WV-SERIAL-IN-SUB > 20
               IF WV-SERIAL-IN-CHAR (WV-SERIAL-IN-SUB) NOT = SPACE
                   AND WV-SERIAL-IN-CHAR (WV-SERIAL-IN-SUB) NOT = "-"
                   AND WV-SERIAL-IN-CHAR (WV-SERIAL-IN-SUB) NOT = "/"
                   AND WV-SERIAL-IN-CHAR (WV-SERIAL-IN-SUB) NOT = "."
                   ADD 1 TO WV-SERIAL-OUT-SUB
                   MOVE WV-SERIAL-IN-CHAR (WV-SERIAL-IN-SUB)
                       TO WV-SERIAL-OUT-CHAR (WV-SERIAL-OUT-SUB)
               END-IF
           END-PERFORM
           OPEN INPUT HOTLIST-FILE
           IF WS-HOTLIST-STATUS NOT = "00"
               DISPLAY "NO STOLEN HOTLIST ON FILE - SERIAL NOT CHECKED"
                   LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
               GO TO 391-EXIT
           END-IF
           MOVE WV-SERIAL-KEY TO HL-SERIAL
           READ HOTLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WV-HOTLIST-HIT
                   MOVE HL-MAKE TO WV-HL-MAKE
                   MOVE HL-MODEL TO WV-HL-MODEL
                   MOVE HL-COLOR TO WV-HL-COLOR
                   MOVE HL-CASE-NUMBER TO WV-HL-CASE-NUMBER
                   MOVE HL-DATE-REPORTED TO WV-HL-DATE-REPORTED
                   MOVE HL-AGENCY TO WV-HL-AGENCY
           END-READ
           CLOSE HOTLIST-FILE.
       391-EXIT.

      ******************************************************************
      * 392-HOLD-STOLEN-BIKE HOLDS A TRADE-IN WHOSE SERIAL IS ON THE
      * STOLEN-PROPERTY HOTLIST: NO ALLOWANCE IS GIVEN, NOTHING GOES
      * INTO STOCK, THE INTAKE IS LOGGED WITH THE HOLD FLAG SET (THE
      * COUNTY STILL GETS IT ON THE WEEKLY REPORT), AND A HOLD NOTICE
      * PRINTS THROUGH THE SPOOL FOR THE MANAGER. THE REGISTER WAITS
      * FOR THE CLERK TO CONFIRM THE MANAGER HAS BEEN CALLED BEFORE
      * THE REST OF THE SALE GOES ON, WITHOUT THE TRADE.
      ******************************************************************
       392-HOLD-STOLEN-BIKE.
           MOVE ZEROS TO WV-TRADE-IN-AMT
           DISPLAY "*** SERIAL IS ON THE STOLEN-PROPERTY HOTLIST ***"
               LINE WV-LINE-COUNT COLUMN 1
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "TRADE-IN HELD - DO NOT RETURN THE BIKE OR PAY OUT"
               LINE WV-LINE-COUNT COLUMN 1
           ADD 1 TO WV-LINE-COUNT
           DISPLAY "POLICE CASE " WV-HL-CASE-NUMBER " " WV-HL-AGENCY
               LINE WV-LINE-COUNT COLUMN 1
           ADD 1 TO WV-LINE-COUNT
           MOVE SPACES TO UBL-RECORD
           MOVE "HELD - STOLEN HOTLIST MATCH" TO UBL-DESCRIPTION
           MOVE ZEROS TO UBL-INTAKE-COST UBL-ASKING-PRICE
           MOVE "H" TO UBL-HOLD-FLAG
           PERFORM 393-WRITE-INTAKE-LOG THRU 393-EXIT
           PERFORM 394-PRINT-HOLD-NOTICE THRU 394-EXIT
           DISPLAY "CALL THE MANAGER, THEN PRESS ENTER TO FINISH THE "
               "SALE WITHOUT THE TRADE" LINE WV-LINE-COUNT COLUMN 1
           ACCEPT WV-HOLD-ACK LINE WV-LINE-COUNT COLUMN 75
           ADD 1 TO WV-LINE-COUNT.
       392-EXIT.

      ******************************************************************
      * 393-WRITE-INTAKE-LOG APPENDS THE INTAKE LINE. THE CALLER HAS
      * FILLED IN THE STOCKING FIELDS (OR THE HOLD); THE SELLER, ID,
      * AND BIKE FIELDS ARE THE SAME EITHER WAY.
      ******************************************************************
       393-WRITE-INTAKE-LOG.
           MOVE WV-INVOICE-NUMBER TO UBL-INVOICE-NUMBER
           MOVE WV-INVOICE-DATE TO UBL-DATE
           MOVE WV-TRADE-SERIAL TO UBL-SERIAL
           MOVE WV-TRADE-MAKE TO UBL-MAKE
           MOVE WV-NAME TO UBL-SELLER-NAME
           MOVE WV-ADDRESS TO UBL-SELLER-ADDRESS
           MOVE WV-CITY-STATE-ZIP TO UBL-SELLER-CITY-STATE-ZIP
           MOVE WV-PHONE TO UBL-SELLER-PHONE
           MOVE WV-TRADE-ID-TYPE TO UBL-ID-TYPE
           MOVE WV-TRADE-ID-NUMBER TO UBL-ID-NUMBER
           ACCEPT UBL-TIME FROM TIME
           MOVE WV-OPERATOR-ID TO UBL-OPERATOR-ID
           MOVE WV-STORE-NO TO UBL-STORE-NO
           OPEN EXTEND USED-BIKE-LOG
           IF WS-USEDLOG-STATUS NOT = "00"
               OPEN OUTPUT USED-BIKE-LOG
           END-IF
           WRITE UBL-RECORD
           CLOSE USED-BIKE-LOG.
       393-EXIT.

      ******************************************************************
      * 394-PRINT-HOLD-NOTICE SPOOLS A ONE-PAGE NOTICE FOR THE MANAGER:
      * WHO BROUGHT THE BIKE IN, THE ID THEY SHOWED, THE BIKE, AND
      * THE HOTLIST ENTRY IT MATCHED, WITH THE AGENCY TO CALL.
      ******************************************************************
       394-PRINT-HOLD-NOTICE.
           MOVE "O" TO SP-REQUEST
           MOVE "STOLENHOLD" TO SP-REPORT-NAME
           CALL "SPOOLER" USING SP-PARMS
           IF SP-STATUS NOT = "G"
               DISPLAY "HOLD NOTICE DID NOT PRINT - TELL THE MANAGER"
                   LINE WV-LINE-COUNT COLUMN 1
               ADD 1 TO WV-LINE-COUNT
               GO TO 394-EXIT
           END-IF
           MOVE "L" TO SP-REQUEST
           MOVE "STOLEN-PROPERTY HOLD NOTICE - TRADE-IN NOT ACCEPTED"
               TO SP-LINE
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           CALL "SPOOLER" USING SP-PARMS
           STRING "INVOICE " WV-INVOICE-NUMBER "  DATE "
               WV-INVOICE-DATE "  STORE " WV-STORE-NO
               "  OPERATOR " WV-OPERATOR-ID DELIMITED BY SIZE
               INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           STRING "SELLER    " WV-NAME DELIMITED BY SIZE INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           STRING "          " WV-ADDRESS "  " WV-CITY-STATE-ZIP
               "  " WV-PHONE DELIMITED BY SIZE INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           STRING "ID SHOWN  " WV-TRADE-ID-TYPE " " WV-TRADE-ID-NUMBER
               DELIMITED BY SIZE INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           STRING "BIKE      SERIAL " WV-TRADE-SERIAL "  MAKE "
               WV-TRADE-MAKE DELIMITED BY SIZE INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           STRING "HOTLIST   " WV-HL-MAKE " " WV-HL-MODEL " "
               WV-HL-COLOR "  REPORTED " WV-HL-DATE-REPORTED
               DELIMITED BY SIZE
               INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           STRING "          CASE " WV-HL-CASE-NUMBER "  AGENCY "
               WV-HL-AGENCY DELIMITED BY SIZE INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE SPACES TO SP-LINE
           CALL "SPOOLER" USING SP-PARMS
           STRING "KEEP THE BIKE IN THE BACK ROOM AND CALL THE "
               "AGENCY ABOVE. DO NOT STOCK, SELL, OR RETURN IT."
               DELIMITED BY SIZE INTO SP-LINE
           END-STRING
           CALL "SPOOLER" USING SP-PARMS
           MOVE "C" TO SP-REQUEST
           CALL "SPOOLER" USING SP-PARMS.
       394-EXIT.
