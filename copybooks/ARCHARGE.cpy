      * layout, appended to ARCharges.txt. One record per movement
      * on a client's house account: AR-TYPE "C" is a charge rung at
      * the register's charge-to-account tender, "P" is a payment
      * posted through ARBILL (or a returned-check recovery taken in
      * NSFCHECK), "N" is a returned check and its bank fee charged
      * back to the client by NSFCHECK. A client's open balance is
      * the sum of charges (every type but "P") less the sum of
      * payments - the file is append-only,
      * like every other register log. Read back by the register's
      * credit-limit check, the ARBILL month-end statements, and the
      * aging report.
