      ******************************************************************
      * LOANSCHD.CPY                                                  *
      *----------------------------------------------------------------*
      * Shared record layout for the LOANSCHD amortization schedule:  *
      * one record per installment of an installment loan, keyed by  *
      * account number plus installment number, built once by         *
      * LoanAccount when the loan is booked.  The scheduled split of  *
      * each level payment into interest and principal never changes; *
      * the paid-to-date fields beside it are what payment            *
      * application works down, late charge first, then interest,     *
      * then principal.  The nightly LoanBill stage moves an          *
      * installment from Scheduled to Billed as it comes due and      *
      * assesses its late charge once the grace period runs out; an   *
      * installment whose every component is paid goes to Paid.       *
      ******************************************************************
       01 Loan-Schedule-Record.
          05 LoanSchd-Key.
             10 LoanSchd-Account-Number pic 9(6).
             10 LoanSchd-Installment    pic 9(3).
          05 LoanSchd-Due-Date        pic 9(8).
          05 LoanSchd-Payment         pic S9(9) binary.
          05 LoanSchd-Interest-Due    pic S9(9) binary.
          05 LoanSchd-Principal-Due   pic S9(9) binary.
          05 LoanSchd-Late-Charge     pic S9(9) binary.
          05 LoanSchd-Late-Paid       pic S9(9) binary.
          05 LoanSchd-Interest-Paid   pic S9(9) binary.
          05 LoanSchd-Principal-Paid  pic S9(9) binary.
          05 LoanSchd-Billed-Date     pic 9(8).
          05 LoanSchd-Paid-Date       pic 9(8).
          05 LoanSchd-Status          pic X(01).
             88 LoanSchd-Is-Scheduled    value "S".
             88 LoanSchd-Is-Billed       value "B".
             88 LoanSchd-Is-Paid         value "P".
          05 Filler                   pic X(20).
      ************************
      * End of LOANSCHD.CPY  *
      ************************
