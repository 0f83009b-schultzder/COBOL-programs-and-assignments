      ******************************************************************
      * PORTTB.cpy - portfolio lookup table, loaded from
      * Portfolios.txt (see copybooks/PORTFOL.cpy) into an OCCURS
      * DEPENDING ON table, the same shape SECTORTB.cpy gives the
      * sector list. The WS-PORT-COUNT/WS-PORT-EOF counters travel
      * with the table.
      ******************************************************************
       01 WS-PORT-LOAD.
          05 WS-PORT-COUNT                         PIC 99 VALUE 0.
          05 WS-PORT-EOF                           PIC XXX VALUE "NO".
       01 PORTFOLIO-TABLE.
          05 PORT-ENTRIES OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-PORT-COUNT
               INDEXED BY PORT-X1.
             10 PORT-ID                            PIC X(4).
             10 PORT-NAME                          PIC X(30).
             10 PORT-OWNER                         PIC X(20).
             10 PORT-TAX-STATUS                    PIC X.
             10 PORT-SETTLE-DAYS                   PIC 9.
             10 PORT-FILLER                        PIC X(4).
