      * TXNREGY processed-file registry are verified before anything   *
      * posts, and every refused record lands on the REJECTS file in   *
      * TXNFILE format plus a reason code for next-day resubmission.   *
      * A CREDIT to an IRA is a contribution and a DEBIT a             *
      * distribution, driven through IraAccount with the record's IRA  *
      * terms.                                                         *
      ******************************************************************
       Identification division.
       Program-id. "AcctBatch" recursive.
       Repository.
           Class Account            is "Account"
           Class CheckingAccount    is "CheckingAccount"
           Class TimeDepositAccount is "TimeDepositAccount"
           Class LoanAccount        is "LoanAccount"
           Class IraAccount         is "IraAccount".
       Input-Output Section.
       File-Control.
           Select TransactionFile Assign to "TXNFILE"
      *  the house per-month rate is what the batch channel sells
       01  CD-Default-Rate        pic S9(3)V9(4) comp-3 value .0040.
       01  CD-Default-Term        pic S9(3) binary value 12.
      *  likewise the note a TXNFILE CREATE books a loan at -- the
      *  record's amount is the principal advanced, and the term and
      *  per-month note rate are the house 60-month standard
       01  Loan-Default-Rate      pic S9(3)V9(4) comp-3 value .0050.
       01  Loan-Default-Term      pic S9(3) binary value 60.
      *  and the rate an IRA opened by a TXNFILE CREATE earns -- the
      *  house per-month savings rate
       01  Ira-Default-Rate       pic S9(3)V9(4) comp-3 value .0025.
       01  IraPostingResult       pic X(01) value "N".
       01  SourceType             pic X(01).
       01  TargetType             pic X(01).
       01  LoanPaymentApplied     pic X(01) value "N".
       Local-storage section.
       01  workingAccount         usage object reference Account.
       01  targetAccount          usage object reference Account.
       01  workingDeposit usage object reference TimeDepositAccount.
       01  workingLoan    usage object reference LoanAccount.
       01  workingIra     usage object reference IraAccount.
       Procedure division.
       0000-Mainline.
           Perform 1000-Initialize
                                    CD-Default-Term
                     returning workingDeposit
                   Set workingAccount to workingDeposit
               When Txn-Kind-Loan
                   Invoke LoanAccount "createLoanAccount"
                     using by value Txn-Account-Number
                                    Txn-Amount
                                    Loan-Default-Rate
                                    Loan-Default-Term
                     returning workingLoan
                   Set workingAccount to workingLoan
               When Txn-Kind-IRA
                   Invoke IraAccount "createIraAccount"
                     using by value Txn-Account-Number
                                    Ira-Default-Rate
                     returning workingIra
                   Set workingAccount to workingIra
               When Other
                   Invoke Account "createAccount"
                     using by value Txn-Account-Number
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
      *  an IRA's opening deposit is its first contribution
           If Txn-Kind-IRA and Txn-Amount > zero
              Perform 2260-Process-Ira-Contribution
              Exit Paragraph
           End-If
      *  a loan's amount was the advance, already booked with it
           If not Txn-Kind-Checking and not Txn-Kind-Loan
                 and Txn-Amount > zero
              Invoke workingAccount "credit"
                using by value Txn-Amount
           End-If
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Invoke workingAccount "getAccountType" returning SourceType
           If SourceType = "L"
              Perform 2250-Process-Loan-Payment
              Exit Paragraph
           End-If
           If SourceType = "R"
              Perform 2260-Process-Ira-Contribution
              Exit Paragraph
           End-If
           Invoke workingAccount "credit" using by value Txn-Amount
           Add 1 to TxnsApplied.

      *****************************************************************
      * A credit to an installment loan is a payment: it goes through *
      * LoanAccount so it is applied late charge, interest, then      *
      * principal against the billed installments.  A payment the    *
      * loan refuses (closed or frozen, or more than the payoff)      *
      * rejects whole rather than posting part.                        *
      *****************************************************************
       2250-Process-Loan-Payment.
           Invoke LoanAccount "openLoanAccount"
             using by value Txn-Account-Number
             returning workingLoan
           Move "N" to LoanPaymentApplied
           If workingLoan not = Null
              Invoke workingLoan "applyPayment"
                using by value Txn-Amount
                returning LoanPaymentApplied
           End-If
           If LoanPaymentApplied = "Y"
              Add 1 to TxnsApplied
           Else
              Display "AcctBatch: rejected loan payment of " Txn-Amount
                  " for account " Txn-Account-Number
              Move "LOAN" to Reject-Reason
              Perform 2900-Write-Reject
              Add 1 to TxnsRejected
           End-If.

      *****************************************************************
      * A credit to an IRA is a contribution for the tax year and of  *
      * the kind the record's IRA terms carry; one IraAccount refuses *
      * (a closed tax year, over the annual limit) rejects whole.      *
      *****************************************************************
       2260-Process-Ira-Contribution.
           Invoke IraAccount "openIraAccount"
             using by value Txn-Account-Number
             returning workingIra
           Move "N" to IraPostingResult
           If workingIra not = Null
              Invoke workingIra "contribute"
                using by value Txn-Amount Txn-Ira-Tax-Year
                               Txn-Ira-Code
                returning IraPostingResult
           End-If
           If IraPostingResult = "Y"
              Add 1 to TxnsApplied
           Else
              Display "AcctBatch: rejected IRA contribution of "
                  Txn-Amount " for account " Txn-Account-Number
                  " -- result " IraPostingResult
              Move "IRA " to Reject-Reason
              Perform 2900-Write-Reject
              Add 1 to TxnsRejected
           End-If.

       2300-Process-Debit.
           Invoke Account "createAccount"
             using by value Txn-Account-Number
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
      *  nothing is withdrawn from a loan -- the advance is booked
      *  with the note
           Invoke workingAccount "getAccountType" returning SourceType
           If SourceType = "L"
              Display "AcctBatch: rejected DEBIT for account "
                  Txn-Account-Number " -- installment loan"
              Move "LOAN" to Reject-Reason
              Perform 2900-Write-Reject
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           If SourceType = "R"
              Perform 2360-Process-Ira-Distribution
              Exit Paragraph
           End-If
           Invoke workingAccount "debit" using by value Txn-Amount
           Add 1 to TxnsApplied.

      *****************************************************************
      * A debit from an IRA is a distribution, coded and withheld on  *
      * as the record's IRA terms say; a record without a valid       *
      * distribution code rejects rather than paying untaxed.          *
      *****************************************************************
       2360-Process-Ira-Distribution.
           Invoke IraAccount "openIraAccount"
             using by value Txn-Account-Number
             returning workingIra
           Move "N" to IraPostingResult
           If workingIra not = Null
              Invoke workingIra "distribute"
                using by value Txn-Amount Txn-Ira-Code
                               Txn-Ira-Withhold-Pct
                returning IraPostingResult
           End-If
           If IraPostingResult = "Y"
              Add 1 to TxnsApplied
           Else
              Display "AcctBatch: rejected IRA distribution of "
                  Txn-Amount " for account " Txn-Account-Number
                  " -- result " IraPostingResult
              Move "IRA " to Reject-Reason
              Perform 2900-Write-Reject
              Add 1 to TxnsRejected
           End-If.

       2400-Process-Close.
           Invoke Account "createAccount"
             using by value Txn-Account-Number
      * Moves Txn-Amount from Txn-Account-Number to                   *
      * Txn-Target-Account as one atomic pair: every condition that   *
      * could fail either leg (bad account number, closed or frozen   *
      * account, non-positive amount, insufficient available funds, a *
      * loan or an IRA on either side) is checked up front, so by the *
      * time the debit posts the credit cannot be refused -- the      *
      * transfer fully posts or fully rejects, never half.  Both      *
      * journal entries carry the other account in                    *
      * Journal-Link-Account so the pair can be tied back together on *
      * statements and in an audit.                                   *
      *****************************************************************
       2600-Process-Transfer.
           Invoke Account "createAccount"

           Invoke workingAccount "getStatus" returning SourceStatus
           Invoke targetAccount  "getStatus" returning TargetStatus
           Invoke workingAccount "getAccountType" returning SourceType
           Invoke targetAccount  "getAccountType" returning TargetType
           Invoke workingAccount "getAvailableBalance"
             returning SourceAvailable
           If SourceStatus not = "O" or TargetStatus not = "O"
                 or Txn-Target-Account = Txn-Account-Number
                 or Txn-Amount not > zero
                 or SourceAvailable < Txn-Amount
                 or SourceType = "L" or TargetType = "L"
                 or SourceType = "R" or TargetType = "R"
              Display "AcctBatch: rejected TRANSFER of " Txn-Amount
                  " from account " Txn-Account-Number
                  " to account " Txn-Target-Account
