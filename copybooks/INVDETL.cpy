      * field existed.

           05 DT-UNIT-COST               PIC 9(5)V99.

      * The client's pricing tier the line was rung under (see
      * copybooks/PRCTIER.cpy) and what the tier rule took off the
      * line's list value, so the margin report can say what each
      * tier gives away. Blank tier and zero amount on ordinary
      * retail lines and on lines from before the fields existed.

           05 DT-PRICING-TIER            PIC XX.
           05 DT-TIER-DISCOUNT           PIC 9(5)V99.

      * The kit item code when the line is one component of a kit
      * rung as a package (see copybooks/KITDEF.cpy) - the line's
      * price is then the component's share of the bundle price.
      * Blank on ordinary lines and on lines from before the field
      * existed.

           05 DT-KIT-CODE                PIC X(10).
