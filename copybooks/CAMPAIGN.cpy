      ******************************************************************
      * CAMPAIGN.cpy - marketing campaign record layout, kept on
      * Campaigns.txt by CAMPMNT. One record per campaign: who it is
      * aimed at, and the window during which an order that names
      * the campaign code counts as a response to it.
      *
      * CG-START-DATE through CG-END-DATE is the response window.
      * PROGRAM1 and TRIPENT accept the code only inside it, and
      * CAMPRPT credits the campaign with the invoices and bookings
      * dated inside it.
      *
      * Selection rules - CAMPEXT picks a client only if every rule
      * that is filled in holds; a blank or zero rule selects all:
      *   CG-SEGMENTS          up to six segment codes from the
      *                        client value profile (see copybooks/
      *                        CLPROFIL.cpy), e.g. "CA" for champions
      *                        and at-risk clients
      *   CG-REGION            a region the client has an active
      *                        booking to (BK-REGION-NO)
      *   CG-PURCH-FROM/TO     the client's last purchase falls in
      *                        this date range (either end may be
      *                        zero for open-ended)
      *   CG-CATEGORY          the client has bought an item of this
      *                        merchandise category (INV-CATEGORY) at
      *                        the register
      *
      * CG-LAST-EXTRACT and CG-EXTRACTED-COUNT are stamped by
      * CAMPEXT's last run, so CAMPRPT can work a response rate.
      ******************************************************************
       01  CG-RECORD.
           05 CG-CAMPAIGN-CODE           PIC X(6).
           05 CG-DESCRIPTION             PIC X(30).
           05 CG-START-DATE              PIC 9(8).
           05 CG-END-DATE                PIC 9(8).
           05 CG-SEGMENTS                PIC X(6).
           05 CG-REGION                  PIC XX.
           05 CG-PURCH-FROM              PIC 9(8).
           05 CG-PURCH-TO                PIC 9(8).
           05 CG-CATEGORY                PIC X(4).
           05 CG-LAST-EXTRACT            PIC 9(8).
           05 CG-EXTRACTED-COUNT         PIC 9(5).
           05 CG-FILLER                  PIC X(17).
