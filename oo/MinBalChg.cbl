      * driven stage on month-end (or PROCCAL-flagged) nights, still   *
      * runnable standalone.  Scans ACCTMAST,                          *
      * compares each account's balance against the minimum-balance    *
      * threshold for its product (PRODUCTS, through ProdLook) or,     *
      * off the catalog, its account type, and posts a service charge  *
      * -- through Account's own "chargeFee" method, so it is          *
      * journaled under the fee type and lands in the YTD fee          *
      * accumulator -- for every account that fell below its           *
       01  ServiceCharge           pic S9(9) binary.
       01  AccountsAssessed        pic 9(07) value zero.
       01  AccountsSkipped         pic 9(07) value zero.
       01  AccountsWaived          pic 9(07) value zero.
       01  ServiceChargeWaived     pic S9(9) binary value zero.
       01  TotalFeesAssessed       pic S9(9) binary value zero.
       01  GL-Resolve-Default      pic X(10) value spaces.
       01  GL-Resolved-Account     pic X(10) value spaces.
       01  Fee-Acct-Type           pic X(01) value spaces.
       01  Fee-Default             pic S9(9) binary value zero.
       01  Product-Found           pic X(01) value "N".
           88 ProductOnCatalog        value "Y".
           Copy ProdRec.

       Local-storage section.
       01  workingAccount          usage object reference Account.
                   Move 10000 to MinimumBalance
                   Move 500   to ServiceCharge
           End-Evaluate
      *  the account's product prices it first: a catalog product's
      *  threshold is the threshold (zero -- no minimum-balance
      *  charge at all), and its fee set picks the FEESCHED column
           Call "ProdLook" using Master-Product-Code
                                 Master-Account-Type
                                 Product-Record Product-Found
           Move Prod-Fee-Set to Fee-Acct-Type
      *  otherwise the FEESCHED schedule overrides the built-in
      *  figures when a row covers this account type -- pricing
      *  review by file update, not release
           If ProductOnCatalog
              Move Prod-MinBal-Threshold to MinimumBalance
           Else
              Move MinimumBalance to Fee-Default
              Call "FeeLook" using by content "MBTH"
                                   by reference Fee-Acct-Type
                                                Fee-Default
                                                MinimumBalance
           End-If
           Move ServiceCharge to Fee-Default
           Call "FeeLook" using by content "MBCH"
                                by reference Fee-Acct-Type
       2000-Scan-Master.
           Perform 1200-Set-Threshold-And-Charge
      *  a time deposit has no minimum-balance schedule -- its terms
      *  are its terms -- and a loan's balance is money owed, not on
      *  deposit
           If Master-Status-Open
                 and not Master-Type-TimeDeposit
                 and not Master-Type-Loan
                 and MinimumBalance > zero
                 and Master-Account-Balance < MinimumBalance
              Move Master-Account-Number to Saved-Scan-Account-Number
              Close AcctMasterFile
              Invoke Account "createAccount"
                using by value Saved-Scan-Account-Number
                returning workingAccount
              Invoke workingAccount "setFeeCode"
                using by value "MBCH"
              Invoke workingAccount "chargeFee"
                using by value ServiceCharge
              Invoke workingAccount "getFeeWaived"
                returning ServiceChargeWaived
              Perform 2050-Reopen-And-Reposition
              If ServiceChargeWaived > zero
                 Add 1 to AccountsWaived
              Else
                 Add 1 to AccountsAssessed
                 Add ServiceCharge to TotalFeesAssessed
              End-If
           Else
              Add 1 to AccountsSkipped
           End-If
           Perform 2500-Post-GL-Entries
           Display "MinBalChg: assessed=" AccountsAssessed
                   " skipped=" AccountsSkipped
                   " waived=" AccountsWaived
           Display "MinBalChg: total fees assessed=" TotalFeesAssessed.

       End program "MinBalChg".
