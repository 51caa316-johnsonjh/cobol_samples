      ******************************************************************
      * PRODREC.CPY                                                   *
      *----------------------------------------------------------------*
      * Keyed product catalog (the PRODUCTS file), keyed by a four-   *
      * character product code.  A product is a marketed variant of   *
      * one of the base account types -- "Premier Checking" over type *
      * C, say -- and carries what used to be fixed per type:          *
      *   Prod-MinBal-Threshold  minimum balance, cents; zero means   *
      *                          the product has no minimum-balance   *
      *                          service charge at all                *
      *   Prod-Fee-Set           the FEESCHED account-type column the *
      *                          product prices under (blank = its    *
      *                          base type); "*" rows still cover a  *
      *                          set with no row of its own           *
      *   Prod-Rate-Table-Id     the SAVRATES tier set it accrues on  *
      *                          (blank = the standard tier set)      *
      *   Prod-Stmt-Cycle        CYCLECAL cycle given to accounts     *
      *                          opened on it (blank = cycle "1")     *
      *   Prod-OD-Eligible       "N" bars the overdraft line and the  *
      *                          overdraft-protection sweep           *
      *   Prod-Withdrawal-Limit  convenience withdrawals allowed per  *
      *                          statement period; zero = no limit    *
      * A withdrawn product keeps pricing the accounts already on it  *
      * but no further account may be put on it.  Maintained by       *
      * ProdMnt from PRODTXN, listed by ProdList, resolved at run     *
      * time through ProdLook.  An account with no product code, or   *
      * a code no longer on file, resolves to the base product of its *
      * account type -- the built-in behavior from before the         *
      * catalog existed.                                               *
      ******************************************************************
       01 Product-Record.
          05 Prod-Code             pic X(04).
          05 Prod-Description      pic X(30).
          05 Prod-Base-Type        pic X(01).
          05 Prod-Status           pic X(01).
             88 Prod-Is-Active        values "A" " ".
             88 Prod-Is-Withdrawn     value "W".
          05 Prod-MinBal-Threshold pic S9(9) binary.
          05 Prod-Fee-Set          pic X(01).
          05 Prod-Rate-Table-Id    pic X(04).
          05 Prod-Stmt-Cycle       pic X(01).
          05 Prod-OD-Eligible      pic X(01).
             88 Prod-Allows-Overdraft value "Y".
          05 Prod-Withdrawal-Limit pic 9(02).
          05 Prod-Last-Maint-Date  pic 9(08).
          05 Filler                pic X(20).
      ***********************
      * End of PRODREC.CPY  *
      ***********************
