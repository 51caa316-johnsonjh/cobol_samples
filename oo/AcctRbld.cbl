           05 Live-Account-Number    pic 9(6).
           05 Live-Account-Balance   pic S9(9) binary.
           05 Live-Account-Status    pic X(01).
           05 Filler                 pic X(289).
       FD  VarianceReport.
       01  Report-Line              pic X(100).

               When Journal-Penalty
               When Journal-Escheat
               When Journal-Fee
               When Journal-Fee-Refund
               When Journal-Official-Check
               When Journal-Dispute-Credit
               When Journal-Dispute-Reversal
               When Journal-Tax-Withheld
               When Journal-Backup-Withheld
               When Journal-Loan-Advance
               When Journal-Loan-Principal
                   Move Journal-Running-Balance
                     to Master-Account-Balance
               When Journal-Close
                   Move "F" to Master-Account-Status
               When Journal-Unfreeze
                   Move "O" to Master-Account-Status
               When Journal-Charge-Off
                   Move Journal-Running-Balance
                     to Master-Account-Balance
                   Move "W" to Master-Account-Status
               When Other
                   Continue
           End-Evaluate
      *  and the first credit is the opening deposit, as postJournal
      *  records it
           If Journal-Credit and Master-Open-Date is numeric
                 and Master-Open-Date not = zero
                 and Master-Opening-Deposit = zero
              Move Journal-Amount to Master-Opening-Deposit
           End-If
           Move Journal-Date to Master-Last-Activity-Date
           Rewrite Acct-Master-Record.

           Move spaces to Master-Branch-Code
           Move zero to Master-YTD-Interest
           Move zero to Master-YTD-Fees
           Move Journal-Date to Master-Open-Date
           Move zero to Master-Opening-Deposit
           Write Acct-Master-Record
               Invalid Key
                   Continue
