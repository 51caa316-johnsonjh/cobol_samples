      ******************************************************************
      * LEGALRMT.CPY                                                  *
      *----------------------------------------------------------------*
      * Legal-order remittance entry (the LEGALRMT file), one record  *
      * per account debited under a pay order, appended by LegalOrd:  *
      * the order and case it answers, the court the money goes to,   *
      * and the amount taken from the account.  Accounts payable cuts *
      * the remittance to the court off this file; the amounts sit in *
      * the legal-remittances-payable GL account until it does.       *
      ******************************************************************
       01 Legal-Remit-Record.
          05 Remit-Order-Number     pic 9(8).
          05 Remit-Case-Number      pic X(20).
          05 Remit-Court-Name       pic X(30).
          05 Remit-Account-Number   pic 9(6).
          05 Remit-Amount           pic S9(9) binary.
          05 Remit-Date             pic 9(8).
          05 Filler                 pic X(20).
      ************************
      * End of LEGALRMT.CPY  *
      ************************
