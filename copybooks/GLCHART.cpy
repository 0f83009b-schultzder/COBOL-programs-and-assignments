      ******************************************************************
      * GLCHART.cpy - general ledger chart of accounts record layout,
      * kept on GLChart.txt in account number order by GLEDGER. The
      * account numbers are the ones GLAccounts.txt already maps
      * GLEXTRACT's journal keys to (plus the 99999999 suspense
      * account); the chart adds the name the statements print and
      * the type that says where the account reports:
      *
      *   GC-TYPE   A asset, L liability, Q equity (balance sheet);
      *             R revenue, E expense (income statement). Asset
      *             and expense accounts carry a debit balance, the
      *             rest a credit balance.
      ******************************************************************
       01  GC-RECORD.
           05 GC-ACCOUNT-NO              PIC X(8).
           05 GC-NAME                    PIC X(30).
           05 GC-TYPE                    PIC X.
               88 GC-ASSET                         VALUE "A".
               88 GC-LIABILITY                     VALUE "L".
               88 GC-EQUITY                        VALUE "Q".
               88 GC-REVENUE                       VALUE "R".
               88 GC-EXPENSE                       VALUE "E".
               88 GC-VALID-TYPE          VALUE "A" "L" "Q" "R" "E".
               88 GC-DEBIT-NORMAL                  VALUE "A" "E".
               88 GC-INCOME-ACCOUNT                VALUE "R" "E".
