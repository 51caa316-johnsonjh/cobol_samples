      *   TYPE - unknown transaction type                             *
      *   XFER - transfer failed validation (status, funds, target)   *
      *   RVSL - reversal's original entry not found or not allowed   *
      *   LOAN - debit against, or payment refused by, a loan         *
      ******************************************************************
       01 Reject-Record.
          05 Reject-Txn-Image       pic X(37).
