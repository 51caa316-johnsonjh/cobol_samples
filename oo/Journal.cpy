      *  customer money movement and the YTD fee accumulator can be
      *  maintained straight off the journal
             88 Journal-Fee              value "G".
      *  installment-loan lifecycle (type-L accounts, whose balance
      *  is the principal still owed): the advance that funds the
      *  loan raises the balance; a billed installment and an
      *  assessed late charge move no principal, they record what
      *  came due; a payment journals one entry per component it
      *  was applied to -- late charge, then interest, then
      *  principal -- and only the principal entry lowers the
      *  balance
             88 Journal-Loan-Advance     value "A".
             88 Journal-Loan-Billed      value "B".
             88 Journal-Loan-Late-Charge value "Q".
             88 Journal-Loan-Late-Paid   value "J".
             88 Journal-Loan-Interest    value "V".
             88 Journal-Loan-Principal   value "X".
      *  charge-off: the negative balance written off to loan loss,
      *  Journal-Amount the (positive) amount written off and the
      *  balance brought back to zero; a recovery is money later
      *  received on the charged-off account -- it goes to the
      *  recovery GL account and the balance does not move
             88 Journal-Charge-Off       value "Z".
             88 Journal-Recovery         value "Y".
      *  federal income tax withheld -- taken out of the account and
      *  owed to the IRS, posted under its own type so the year-end
      *  forms can report it and a statement shows it for what it is
             88 Journal-Tax-Withheld     value "H".
      *  backup withholding -- the share of an interest credit kept
      *  back for the IRS from a customer with no TIN on file or an
      *  IRS B-notice, logged to BKWLOG for the monthly deposit
             88 Journal-Backup-Withheld  value "T".
      *  fee refund -- a supervisor giving back a type-G fee at the
      *  window (TellRfnd): money back into the account under its
      *  own type so it never reads as a customer deposit, and the
      *  YTD fee accumulator comes back down by it.  Every letter
      *  was already spoken for, hence the digit.
             88 Journal-Fee-Refund       value "1".
      *  official check bought out of the account at the window
      *  (TellOfc): money leaves for the official-check liability,
      *  not a customer withdrawal the drawer paid out, and its GL
      *  is booked off the OFFCHK register by OfcChk
             88 Journal-Official-Check   value "2".
      *  electronic-transaction dispute (DISPUTE case file): the
      *  provisional credit DispPost posts when a case reaches its
      *  provisional-credit deadline unresolved, or on resolution in
      *  the customer's favour; and that credit taken back when the
      *  case is denied.  Own types, so neither reads as a deposit or
      *  a withdrawal the customer made
             88 Journal-Dispute-Credit   value "3".
             88 Journal-Dispute-Reversal value "4".
      *  branch transfer (BrchXfer): the account moved to another
      *  branch's books -- no money moves, the entry records when
      *  the account changed branches; the balance went across on
      *  GLPOST and both branches are on the transfer register
             88 Journal-Branch-Transfer  value "5".
          05 Journal-Amount           pic S9(9) binary.
          05 Journal-Running-Balance  pic S9(9) binary.
      *  the other account of a linked pair of entries -- the target
      *  chain restarts at zero each generation; JrnlRoll seals the
      *  closing value into the JRNLGENS registry row.
          05 Journal-Chain-Hash       pic 9(18).
      *  the authorized signer or power-of-attorney holder (ACCTSIGN)
      *  on whose authority an online posting was made -- zero or
      *  spaces on everything else, so test it for numeric first
          05 Journal-Signer-Customer  pic 9(6).
      *  "Y" when the program that posted the money books its own
      *  GLPOST entry for it (the OD-interest, legal-order and ACH-
      *  origination debits, the CD interest sweep's credit), so the
      *  daily GL summarization (JrnlGl) does not book it twice;
      *  space on everything else
          05 Journal-GL-Booked        pic X(01).
             88 Journal-GL-Already-Booked value "Y".
      *  on a fee refund, the FEERFRSN reason code the supervisor
      *  gave and the date of the type-G entry refunded; spaces and
      *  zero on everything else, and spaces on entries written
      *  before the fields existed -- test the date for numeric.
      *  "SW" marks both legs of a nightly excess-balance sweep
      *  from checking to its linked savings account (BalSweep).
          05 Journal-Reason-Code      pic X(02).
             88 Journal-Balance-Sweep    value "SW".
          05 Journal-Refund-Fee-Date  pic 9(08).
          05 Filler                   pic X(03).
      ***********************
      * End of JOURNAL.CPY  *
      ***********************
