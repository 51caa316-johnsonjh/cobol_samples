      ******************************************************************
      * BRXFER.CPY                                                    *
      *----------------------------------------------------------------*
      * One branch-transfer request off the BRXFRIN file, applied by  *
      * the nightly BrchXfer stage:                                    *
      *   A - move the one account BrX-Account-Number to branch       *
      *       BrX-To-Branch (a customer who has moved); a non-blank    *
      *       BrX-From-Branch must match the account's branch today,   *
      *       so a request keyed against stale paperwork is refused    *
      *   B - close branch BrX-From-Branch into BrX-To-Branch: every   *
      *       account on the closing branch moves, and so do its       *
      *       operators and their drawers                              *
      * A blank branch on ACCTMAST or OPERFILE reads as head office   *
      * ("000"), so closing "000" takes the blank ones too.            *
      ******************************************************************
       01 Branch-Xfer-Record.
          05 BrX-Mode               pic X(01).
             88 BrX-One-Account        value "A".
             88 BrX-Branch-Closure     value "B".
          05 BrX-Account-Number     pic 9(6).
          05 BrX-From-Branch        pic X(03).
          05 BrX-To-Branch          pic X(03).
          05 BrX-Requested-By       pic X(08).
          05 BrX-Reason             pic X(20).
          05 Filler                 pic X(19).
      ***********************
      * End of BRXFER.CPY   *
      ***********************
