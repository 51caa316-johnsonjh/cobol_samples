         01 totalDebit pic S9(9) binary.
         01 projectedBalance pic S9(9) binary.
         01 effectiveFee pic S9(9) binary.
         01 checkFeeWaived pic X(01) value "N".
         01 checkStatus pic X(01).
            88 CheckIsStopped value "S".
         01 payee usage object reference Account.
         01 depositAmount pic S9(9) binary value zero.
         01 availHoldExpiry pic 9(8) value zero.
         01 feeAcctType pic X(01) value "C".
         01 productCode pic X(04) value spaces.
         01 productType pic X(01) value spaces.
         01 productFound pic X(01) value "N".
            88 ProductOnCatalog value "Y".
         01 odLimitInForce pic S9(9) binary value zero.
             Copy ProdRec.
         01 feeDefault pic S9(9) binary value zero.
         01 feeResolved pic S9(9) binary value zero.
         01 glResolveDefault pic X(10) value spaces.
            88 CheckWasCurrencyMismatch value "X".
         Procedure Division using by value aCheck
             returning outStatus.
      *  the account's PRODUCTS product picks the FEESCHED column its
      *  check fees price under, and a product not eligible for
      *  overdraft clears with no overdraft line and no sweep
            Invoke self "getProductCode" returning productCode
            Invoke self "getAccountType" returning productType
            Call "ProdLook" using productCode productType
                                  Product-Record productFound
            If ProductOnCatalog
               Move Prod-Fee-Set to feeAcctType
            End-If
            Move OverdraftLimit to odLimitInForce
            If not Prod-Allows-Overdraft
               Move zero to odLimitInForce
            End-If
      *  the FEESCHED schedule resolves the prices and thresholds
      *  afresh at every clearing, so a schedule row overrides the
      *  built-in figures AND anything a setter applied -- to hand

            Invoke self "releaseHold" using by value amount
            Invoke self "computeCheckFee" returning effectiveFee
      *  a per-check fee the account's fee exemption waives never
      *  enters the debit at all
            If effectiveFee > zero
               Invoke self "checkFeeWaiver"
                 using by value "CHKF" effectiveFee
                 returning checkFeeWaived
               If checkFeeWaived = "Y"
                  Move zero to effectiveFee
               End-If
            End-If
            Compute totalDebit = amount + effectiveFee
            Compute projectedBalance = AccountBalance
                                      - totalDebit
      *  a check that would blow past the overdraft limit gets one
      *  chance at the linked savings account before it bounces --
      *  the standard overdraft-protection sweep
            If projectedBalance < (0 - odLimitInForce)
                  and Prod-Allows-Overdraft
               Perform 9400-Attempt-Overdraft-Sweep
               Compute projectedBalance = AccountBalance
                                         - totalDebit
            End-If

            If projectedBalance < (0 - odLimitInForce)
               Set CheckWasBounced to true
            Else
               Set CheckWasPosted to true
            Perform 9200-Log-Tpc-Prepared

            If CheckWasBounced
               Invoke self "setFeeCode" using by value "NSFF"
               Invoke self "chargeFee" using by value NSFFee
               Invoke self "postJournal" using by value "N" amount
      *  the bounced attempt goes on the register too, so the
                Exit Paragraph
             End-If
             Compute shortfallAmount =
                 totalDebit - AccountBalance - odLimitInForce
             If shortfallAmount not > zero
                Exit Paragraph
             End-If

         End method "processCheck".

      *****************************************************************
      * Excess-balance sweep, overdraft protection run the other way: *
      * whatever this account's available balance holds above the    *
      * target is moved to the linked savings account so it earns     *
      * interest -- a debit/credit pair through the ordinary "debit"  *
      * and "credit", each leg linked to the other account and both   *
      * marked as sweep entries so the savings side is never counted  *
      * as a convenience withdrawal.  Returns the amount swept: zero  *
      * when nothing stands above the target, or when there is no     *
      * linked savings account open to take it.                        *
      *****************************************************************
         Identification Division.
         Method-id. "sweepExcess".
         Data division.
         Local-storage section.
         01 savingsTarget usage object reference Account.
         01 excessAmount pic S9(9) binary value zero.
         01 availableNow pic S9(9) binary value zero.
         01 savingsStatus pic X(01) value spaces.
         Linkage section.
         01 inTargetBalance pic S9(9) binary.
         01 outSweptAmount pic S9(9) binary.
         Procedure Division using by value inTargetBalance
             returning outSweptAmount.
           Move zero to outSweptAmount
           If not AccountIsOpen or LinkedSavings = zero
              Exit Method
           End-If
           Invoke self "getAvailableBalance" returning availableNow
           Compute excessAmount = availableNow - inTargetBalance
           If excessAmount not > zero
              Exit Method
           End-If

           Invoke Account "createAccount"
             using by value LinkedSavings
             returning savingsTarget
           If savingsTarget = Null
              Display "CheckingAccount: linked savings account "
                      LinkedSavings " for account " AccountNumber
                      " failed the check digit, no sweep"
              Exit Method
           End-If
           Invoke savingsTarget "getStatus"
             returning savingsStatus
           If savingsStatus not = "O"
              Exit Method
           End-If

           Invoke self "setJournalLink"
             using by value LinkedSavings
           Invoke self "setJournalSweep"
           Invoke self "debit"
             using by value excessAmount
           Invoke savingsTarget "setJournalLink"
             using by value AccountNumber
           Invoke savingsTarget "setJournalSweep"
           Invoke savingsTarget "credit"
             using by value excessAmount
           Move excessAmount to outSweptAmount.
         End method "sweepExcess".

         Identification Division.
         Method-id. "print".
         Data division.
