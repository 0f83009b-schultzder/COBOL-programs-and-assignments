      *
      *   PM-OPERATOR / PM-FUNCTION   who wants to do what (the
      *       function names in use: VOID, OVERRIDE, BATCH,
      *       HELDORDER, STATETAXMNT, TAXREMIT, RETURN, EXEMPTMNT,
      *       TIERMNT, NSFENTRY, NSFCLEAR, FULFILL, STKPROOF,
      *       REORDCAL, VENDSCOR, MARKDOWN, MARKDOWNCOST, APENTRY,
      *       APRELEASE, APPAYRUN, GLEDGER, GLPOST, PERIODCLOSE,
      *       DEPOSIT, ESCHEAT, COLLECT, TAX1099)
      *   PM-AUTH-LEVEL  the caller's signed-on authority level
      *   PM-MIN-LEVEL   the old minimum level for the path
      *   PM-ALLOWED     "Y" or "N" back from the checker
