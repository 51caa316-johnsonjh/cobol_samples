      ******************************************************************
      * INTACCR.CPY                                                   *
      *----------------------------------------------------------------*
      * Accrued-interest-payable ledger, keyed by account number: the *
      * nightly accrual stage (IntAccr) adds one day's interest here  *
      * for every interest-bearing savings, interest-checking and CD  *
      * account, and books the day's total to interest expense and    *
      * accrued interest payable.  When InterestBatch or CDMature     *
      * actually credits the interest, IntRelv takes the accrued      *
      * amount off the ledger and keeps the paid amount beside what   *
      * was relieved, so the reconciliation report (IntRecon) can     *
      * flag an account whose payment and accrual disagree.  The      *
      * accrued amount is carried to four places of a cent so a small *
      * balance's daily accrual is not lost to rounding; the last-    *
      * accrued date makes a restarted night idempotent.               *
      ******************************************************************
       01 Interest-Accrual-Record.
          05 IntAccr-Account-Number pic 9(6).
          05 IntAccr-Account-Type   pic X(01).
          05 IntAccr-Accrued        pic S9(9)V9(4) comp-3.
          05 IntAccr-Last-Date      pic 9(8).
          05 IntAccr-Period-Start   pic 9(8).
      *  the last payment: the date, the amount credited and the
      *  accrual it relieved, all in cents
          05 IntAccr-Last-Paid-Date pic 9(8).
          05 IntAccr-Last-Paid      pic S9(9) binary.
          05 IntAccr-Last-Relieved  pic S9(9) binary.
          05 Filler                 pic X(20).
      ***********************
      * End of INTACCR.CPY  *
      ***********************
