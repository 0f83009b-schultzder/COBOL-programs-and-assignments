      * would push the client's open balance past this figure.

           05 CM-CREDIT-LIMIT          PIC 9(7)V99.

      * Pricing tier (see copybooks/PRCTIER.cpy) - the club, race
      * team, or employee rate the register applies automatically in
      * place of the standard volume discount. Blank (every record
      * from before the field existed) is ordinary retail.

           05 CM-PRICING-TIER          PIC XX.

      * Returned-check hold, set by NSFCHECK when one of the client's
      * checks comes back from the bank. While it is "Y" the
      * register refuses check tender from the client; only a
      * supervisor clears it (NSFCHECK again). Blank (every record
      * from before the field existed) is no hold.

           05 CM-NSF-HOLD              PIC X.
               88 CM-CHECKS-REFUSED                VALUE "Y".

      * Contact consent, maintained through CLIENTMNT and honored by
      * the campaign extract (CAMPEXT). Mail and phone are opt-out:
      * blank (every record from before the fields existed) or "Y"
      * allows contact, "N" means the client has asked not to be
      * contacted that way. E-mail is opt-in - only "Y" allows it.

           05 CM-CONSENT-MAIL          PIC X.
               88 CM-NO-MAIL                       VALUE "N".
           05 CM-CONSENT-PHONE         PIC X.
               88 CM-NO-PHONE                      VALUE "N".
           05 CM-CONSENT-EMAIL         PIC X.
               88 CM-EMAIL-ALLOWED                 VALUE "Y".
