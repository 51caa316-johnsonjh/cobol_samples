      * amount in the ordinary fields), and posts an offsetting entry  *
      * under the journal's own reversal type so an adjustment never   *
      * masquerades as new customer money movement.                    *
      * Against an IRA (account kind "R") a CREDIT is a contribution  *
      * and a DEBIT a distribution; the reversal fields' bytes carry  *
      * the contribution tax year, the contribution kind or           *
      * distribution code, and the federal withholding percentage.    *
      ******************************************************************
       01 Txn-Record.
          05 Txn-Account-Number   pic 9(6).
             88 Txn-Kind-Basic        value "B".
             88 Txn-Kind-Checking     value "C".
             88 Txn-Kind-TimeDeposit  value "T".
             88 Txn-Kind-Loan         value "L".
             88 Txn-Kind-IRA          value "R".
          05 Txn-Amount            pic S9(9) binary.
          05 Txn-Target-Account    pic 9(6).
          05 Txn-Reversal-Terms.
             10 Txn-Orig-Date      pic 9(8).
             10 Txn-Orig-Type      pic X(01).
          05 Txn-Ira-Terms redefines Txn-Reversal-Terms.
      *  zero tax year means the current year
             10 Txn-Ira-Tax-Year   pic 9(4).
      *  on a contribution: blank regular, "R" rollover; on a
      *  distribution: "N" normal, "E" early, "R" direct rollover
             10 Txn-Ira-Code       pic X(01).
             10 Txn-Ira-Withhold-Pct pic 9(2)V99.
          05 Filler                pic X(05).
      ******************************************************************
      * Batch control records.  The first record of every TXNFILE is  *
