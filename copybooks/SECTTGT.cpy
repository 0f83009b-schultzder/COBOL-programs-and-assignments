      ******************************************************************
      * SECTTGT.cpy - target sector allocation record, kept on
      * SectorTargets.txt and maintained by ALLOCMNT. One record per
      * portfolio (see copybooks/PORTFOL.cpy) per sector code (the
      * codes on SectorTable.txt, see copybooks/SECTORFD.cpy), as
      * set by the investment committee. REBALNC measures each
      * sector's actual weight against it.
      *
      *   TG-TARGET-PCT    the sector's target share of the
      *                    portfolio's stock value, in percent
      *   TG-BAND-PCT      the tolerance either side of the target,
      *                    in percentage points - a sector inside
      *                    target less band to target plus band is
      *                    left alone
      ******************************************************************
       01 TARGET-REC.
          05 TG-PORTFOLIO                          PIC X(4).
          05 TG-SECTOR-CODE                        PIC XX.
          05 TG-TARGET-PCT                         PIC 9(3)V99.
          05 TG-BAND-PCT                           PIC 9(3)V99.
          05 TG-FILLER                             PIC X(24).
