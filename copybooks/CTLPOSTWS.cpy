      ******************************************************************
      * CTLPOSTWS.cpy - parameter block for the shared CTLPOST control-
      * total poster (CALLed the way STKPOST is). A nightly step calls
      * it once per trip as the trip is accepted or rejected, then
      * once at the end of the run to append its set to the control-
      * total file (see copybooks/CTLTOT.cpy):
      *
      *   CX-REQUEST        A count one trip, W write the run's set
      *   CX-PROGRAM        the step's run-log name (W)
      *   CX-BUSINESS-DATE  the business date from BDATE (W)
      *   CX-REGION-NO      the trip's region (A)
      *   CX-RESULT         A accepted, R rejected (A)
      *   CX-AMOUNT         the trip's home-currency cost on A (zero
      *                     for a reject); the grand total the step
      *                     printed on W (zero if it prints none)
      *   CX-STATUS         the control file's status after a W
      ******************************************************************
       01 CX-PARMS.
          05 CX-REQUEST                      PIC X.
          05 CX-PROGRAM                      PIC X(8).
          05 CX-BUSINESS-DATE                PIC 9(8).
          05 CX-REGION-NO                    PIC XX.
          05 CX-RESULT                       PIC X.
          05 CX-AMOUNT                       PIC 9(9)V99.
          05 CX-STATUS                       PIC XX.
