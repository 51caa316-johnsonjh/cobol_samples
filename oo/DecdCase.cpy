      ******************************************************************
      * DECDCASE.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed deceased-customer case file (DECDCASE), one record per  *
      * customer whose death DecdProc has worked, keyed by customer   *
      * number.  The row is what stops a customer being worked twice, *
      * and carries what was done: sole-owner accounts frozen, joint  *
      * accounts the customer was taken off, standing orders          *
      * suspended, and benefit credits posted after the date of      *
      * death returned for reclamation.  NotEng reads the rows opened *
      * on the business date for the estate notice.                   *
      ******************************************************************
       01 Deceased-Case-Record.
          05 Decd-Customer-Number   pic 9(6).
          05 Decd-Date-Of-Death     pic 9(8).
          05 Decd-Processed-Date    pic 9(8).
          05 Decd-Accounts-Frozen   pic 9(3).
          05 Decd-Owners-Removed    pic 9(3).
          05 Decd-Orders-Suspended  pic 9(3).
          05 Decd-Credits-Reclaimed pic 9(3).
          05 Decd-Reclaimed-Amount  pic S9(9) binary.
      *  total ledger balance of the customer's accounts when worked
          05 Decd-Total-Balance     pic S9(11) comp-3.
          05 Filler                 pic X(20).
      ************************
      * End of DECDCASE.CPY  *
      ************************
