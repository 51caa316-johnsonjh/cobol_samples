      ******************************************************************
      * RMCALL.CPY                                                    *
      *----------------------------------------------------------------*
      * Relationship managers' call list (the RMCALLS file), appended *
      * to by the batch jobs that find a customer worth a call: the   *
      * date the entry was raised, who to call, why, and the amount   *
      * the reason turns on (in cents).  Reason codes:                 *
      *   UNIN - deposits over the insurance limit (InsDep)           *
      ******************************************************************
       01 Rm-Call-Record.
          05 RmCall-Date            pic 9(8).
          05 RmCall-Customer-Number pic 9(6).
          05 RmCall-Customer-Name   pic X(20).
          05 RmCall-Branch-Code     pic X(03).
          05 RmCall-Reason          pic X(04).
             88 RmCall-Uninsured       value "UNIN".
          05 RmCall-Amount          pic S9(11) comp-3.
          05 RmCall-Source          pic X(08).
          05 Filler                 pic X(20).
      ***********************
      * End of RMCALL.CPY   *
      ***********************
