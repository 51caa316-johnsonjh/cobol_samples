      ******************************************************************
      * SavWdChg.cbl                                                   *
      *----------------------------------------------------------------*
      * Excessive-withdrawal monitoring on savings accounts.  The      *
      * six-per-period convenience-withdrawal limit (SAVWDLIM in the   *
      * SYSPARM, or the limit of the account's PRODUCTS product)       *
      * finally has teeth: postJournal counts each savings debit into  *
      * Master-Period-Withdrawals, and this run -- scheduled on        *
      * cycle-cut nights BEFORE the statement run resets the counts -- *
      * takes the configured action for the cycle's savings accounts:  *
      *   count = limit      a warning notice on the NOTICES file     *
      *                      (type EXWD, the notice engine's format); *
      *   count > limit      the excess-withdrawal fee (FEESCHED      *
      *   the limit          chronic offender for conversion to       *
      *                      checking.                                 *
      * With no CYCLECAL row for tonight every savings account is     *
      * judged (the single-cycle shop).  A warning to a customer      *
      * whose mail is coming back (MailChk) is held and logged for    *
      * the branch hold-mail report instead.                           *
      ******************************************************************
       Identification division.
       Program-id. "SavWdChg" recursive.
       01  Account-Cycle          pic X(01) value spaces.
       01  Limit-Env-Value        pic X(02) value spaces.
       01  Withdrawal-Limit       pic 9(2) value 6.
       01  Account-Limit          pic 9(2) value zero.
       01  Chronic-Threshold      pic 9(3) value zero.
       01  Product-Found          pic X(01) value "N".
           88 ProductOnCatalog       value "Y".
           Copy ProdRec.
       01  Fee-Acct-Type          pic X(01) value "S".
       01  Fee-Default            pic S9(9) binary value 500.
       01  Excess-Fee             pic S9(9) binary value 500.
       01  AccountsCharged        pic 9(5) value zero.
       01  ChronicFlagged         pic 9(5) value zero.
       01  TotalFeesCharged       pic S9(9) binary value zero.
       01  FeesWaived             pic 9(5) value zero.
       01  Fee-Waived             pic S9(9) binary value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 NoticeIsHeld           value "Y".
       01  Hold-Returned-Date     pic 9(8) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
           05 Filler              pic X(11) value "  CHRONIC: ".
           05 S-Chronic           pic ZZZ,ZZ9.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       1000-Initialize.
           Display "SavWdChg: excessive-withdrawal run starting"
           Call "GetBusDate" using Business-Date
           Move "SavWdChg" to Parm-Req-Program
           Move Withdrawal-Limit to Limit-Env-Value
           Move "SAVWDLIM" to Parm-Req-Name
           Move Limit-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Limit-Env-Value
           If Limit-Env-Value is numeric
                 and Limit-Env-Value not = "00"
              Move Limit-Env-Value to Withdrawal-Limit
           End-If
           Perform 1300-Find-Tonights-Cycle

           Open Output WithdrawalReport
           If Account-Cycle = space
              Move "1" to Account-Cycle
           End-If
           Move zero to Account-Limit
           If Master-Type-Savings and Master-Status-Open
              Perform 2010-Resolve-Account-Limit
           End-If
           If Master-Type-Savings and Master-Status-Open
                 and Account-Limit > zero
                 and Master-Period-Withdrawals >= Account-Limit
                 and (not CycleSelectionActive
                      or Account-Cycle = Tonights-Cycle)
              Move Master-Account-Number to Saved-Scan-Account-Number
           End-If
           Perform 1100-Read-Master.

      *****************************************************************
      * A catalog product sets its own limit (zero -- no limit, the   *
      * account is never judged) and prices the fee under its own fee *
      * set; off the catalog the SAVWDLIM limit and the type-S fee    *
      * apply.                                                         *
      *****************************************************************
       2010-Resolve-Account-Limit.
           Call "ProdLook" using Master-Product-Code
                                 Master-Account-Type
                                 Product-Record Product-Found
           If ProductOnCatalog
              Move Prod-Withdrawal-Limit to Account-Limit
           Else
              Move Withdrawal-Limit to Account-Limit
           End-If
           Move Prod-Fee-Set to Fee-Acct-Type.

       2050-Reopen-And-Reposition.
           Open Input AcctMasterFile
           If not AcctMasterOK
       2100-Act-On-One-Account.
           Move Saved-Scan-Account-Number to D-Account
           Move Saved-Count               to D-Count
           Move Account-Limit             to D-Limit
           Move zero to D-Fee
           Compute Chronic-Threshold = Account-Limit * 2
           Evaluate True
               When Saved-Count = Account-Limit
                   Add 1 to WarningsIssued
                   Perform 2200-Write-Warning-Notice
                   If NoticeIsHeld
                      Move "WARNING HELD - MAIL RETURNED" to D-Action
                   Else
                      Move "WARNING NOTICE SENT" to D-Action
                   End-If
               When Other
                   Compute Excess-Count =
                       Saved-Count - Account-Limit
                   Move 500 to Fee-Default
                   Call "FeeLook" using by content "EXWD"
                                        by reference Fee-Acct-Type
                                                     Fee-Default
                                                     Excess-Fee
                   Compute Total-Fee = Excess-Count * Excess-Fee
                   Perform 2300-Charge-Excess-Fee
                   Move Total-Fee to D-Fee
                   If Fee-Waived > zero
                      Add 1 to FeesWaived
                   Else
                      Add 1 to AccountsCharged
                      Add Total-Fee to TotalFeesCharged
                   End-If
                   Evaluate True
                       When Saved-Count >= Chronic-Threshold
                           Add 1 to ChronicFlagged
                           Move "FEE CHARGED - CONVERT TO CHECKING"
                             to D-Action
                           If Fee-Waived > zero
                              Move "FEE WAIVED - CONVERT TO CHECKING"
                                to D-Action
                           End-If
                       When Fee-Waived > zero
                           Move "FEE WAIVED - EXEMPT" to D-Action
                       When Other
                           Move "FEE CHARGED" to D-Action
                   End-Evaluate
           End-Evaluate
           Move Detail-Line to Report-Line
           Write Report-Line.
      * file, so the print vendor handles it like any other notice.  *
      *****************************************************************
       2200-Write-Warning-Notice.
           Call "MailChk" using Saved-Cust-Id
                                Saved-Scan-Account-Number
                                by content "EXWD"
                                by reference Hold-Switch
                                             Hold-Returned-Date
           If NoticeIsHeld
              Exit Paragraph
           End-If
           Open Extend NoticeFile
           If NoticeFileStatus = "35"
              Open Output NoticeFile
           Close NoticeFile.

       2300-Charge-Excess-Fee.
           Move zero to Fee-Waived
           Invoke Account "createAccount"
             using by value Saved-Scan-Account-Number
             returning workingAccount
                      "for account " Saved-Scan-Account-Number
              Exit Paragraph
           End-If
           Invoke workingAccount "setFeeCode"
             using by value "EXWD"
           Invoke workingAccount "chargeFee"
             using by value Total-Fee
           Invoke workingAccount "getFeeWaived"
             returning Fee-Waived.

       9000-Terminate.
           If AcctMasterOK
           Display "SavWdChg: warnings=" WarningsIssued
                   " charged=" AccountsCharged
                   " chronic=" ChronicFlagged
                   " waived=" FeesWaived
                   " fees=" TotalFeesCharged.

       End program "SavWdChg".
