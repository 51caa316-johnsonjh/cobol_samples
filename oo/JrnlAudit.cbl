              88 Sort-Penalty          value "P".
              88 Sort-Escheat          value "E".
              88 Sort-Fee              value "G".
              88 Sort-Tax-Withheld     value "H".
              88 Sort-Backup-Withheld  value "T".
              88 Sort-Fee-Refund       value "1".
              88 Sort-Official-Check   value "2".
              88 Sort-Dispute-Credit   value "3".
              88 Sort-Dispute-Reversal value "4".
              88 Sort-Loan-Advance     value "A".
              88 Sort-Loan-Principal   value "X".
              88 Sort-Charge-Off       value "Z".
           05 Sort-Amount           pic S9(9) binary.
           05 Sort-Balance          pic S9(9) binary.

               When Sort-Fee
                   Compute Expected-Balance =
                       Sort-Balance + Sort-Amount
               When Sort-Fee-Refund
                   Compute Expected-Balance =
                       Sort-Balance - Sort-Amount
               When Sort-Official-Check
                   Compute Expected-Balance =
                       Sort-Balance + Sort-Amount
               When Sort-Dispute-Credit
                   Compute Expected-Balance =
                       Sort-Balance - Sort-Amount
               When Sort-Dispute-Reversal
                   Compute Expected-Balance =
                       Sort-Balance + Sort-Amount
               When Sort-Tax-Withheld
               When Sort-Backup-Withheld
                   Compute Expected-Balance =
                       Sort-Balance + Sort-Amount
               When Sort-Loan-Advance
                   Compute Expected-Balance =
                       Sort-Balance - Sort-Amount
               When Sort-Loan-Principal
                   Compute Expected-Balance =
                       Sort-Balance + Sort-Amount
               When Sort-Charge-Off
                   Compute Expected-Balance =
                       Sort-Balance - Sort-Amount
               When Other
                   Move Sort-Balance to Expected-Balance
           End-Evaluate
                   Compute Entry-Movement = zero - Sort-Amount
               When Sort-Fee
                   Compute Entry-Movement = zero - Sort-Amount
               When Sort-Fee-Refund
                   Move Sort-Amount to Entry-Movement
               When Sort-Official-Check
                   Compute Entry-Movement = zero - Sort-Amount
               When Sort-Dispute-Credit
                   Move Sort-Amount to Entry-Movement
               When Sort-Dispute-Reversal
                   Compute Entry-Movement = zero - Sort-Amount
               When Sort-Tax-Withheld
               When Sort-Backup-Withheld
                   Compute Entry-Movement = zero - Sort-Amount
               When Sort-Loan-Advance
                   Move Sort-Amount to Entry-Movement
               When Sort-Loan-Principal
                   Compute Entry-Movement = zero - Sort-Amount
               When Sort-Charge-Off
                   Move Sort-Amount to Entry-Movement
               When Other
                   Move zero to Entry-Movement
           End-Evaluate.
