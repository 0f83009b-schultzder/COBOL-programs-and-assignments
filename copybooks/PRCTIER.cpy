      ******************************************************************
      * PRCTIER.cpy - customer pricing-tier rule record layout, read
      * from PriceTiers.txt. One record per tier per effective date,
      * giving separate rules for bikes and accessories:
      *
      *   P - percent off the list price (PT-xxx-PCT = 10.0 is 10%)
      *   C - cost plus (PT-xxx-PCT = 15.0 is unit cost + 15%, never
      *       more than the list price)
      *   blank - no tier rule, the standard volume discount applies
      *
      * The client master carries the tier code (CM-PRICING-TIER).
      * PROGRAM1 applies the rule whose effective date is the latest
      * one on or before the sale date, the same way it picks a
      * state tax rate, so a new employee or team rate is keyed once
      * in TIERMNT ahead of the day it starts.
      ******************************************************************
       01  PT-RECORD.
           05 PT-TIER-CODE               PIC XX.
           05 PT-EFFECTIVE-DATE          PIC 9(8).
           05 PT-DESCRIPTION             PIC X(20).
           05 PT-BIKE-RULE               PIC X.
               88 PT-BIKE-PCT-OFF                    VALUE "P".
               88 PT-BIKE-COST-PLUS                  VALUE "C".
           05 PT-BIKE-PCT                PIC 99V9.
           05 PT-ACCESS-RULE             PIC X.
               88 PT-ACCESS-PCT-OFF                  VALUE "P".
               88 PT-ACCESS-COST-PLUS                VALUE "C".
           05 PT-ACCESS-PCT              PIC 99V9.
