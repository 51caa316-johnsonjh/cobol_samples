           88 AccountIsClosed       value "C".
           88 AccountIsFrozen       value "F".
           88 AccountIsDormant      value "D".
      *  charged off: the negative balance was written off to loan
      *  loss and the account closed to all ordinary activity, but
      *  kept apart from a plain close so later payments from the
      *  customer still find it and post as recoveries
           88 AccountIsChargedOff   value "W".
        01 AccountType pic X(01) value "B".
           88 AccountTypeIsBasic    value "B".
           88 AccountTypeIsChecking value "C".
           88 AccountTypeIsSavings  value "S".
           88 AccountTypeIsTimeDeposit value "T".
           88 AccountTypeIsLoan     value "L".
           88 AccountTypeIsIRA      value "R".
        01 OwnerInfo.
           05 OwnerCount pic 9(01) value zero.
           05 OwnerTable occurs 4 times.
        01 OwnerCustInfo.
           05 OwnerCustId occurs 4 times pic 9(06).
        01 AccountCurrency pic X(03) value "USD".
      *  PRODUCTS catalog entry the account is sold under; spaces
      *  resolve to the base product of AccountType (see ProdLook)
        01 ProductCode pic X(04) value spaces.
      *  fee exemption off the master (see FeeExmt) and the branch
      *  the waivers it grants are reported under
        01 FeeExemptCode pic X(02) value spaces.
        01 FeeExemptExpiry pic 9(08) value zero.
        01 BranchCode pic X(03) value spaces.
      *  one-shot fee code for the NEXT "chargeFee" -- see
      *  "setFeeCode" -- and what that charge waived, for the caller
        01 PendingFeeCode pic X(04) value spaces.
        01 LastFeeWaived pic S9(9) binary value zero.
      *  one-shot linkage for the next journal entry this object
      *  posts -- see "setJournalLink"
        01 JournalLinkAccount pic 9(6) value zero.
      *  operator behind this object's postings -- set by the online
      *  transactions, spaces for the batch stream
        01 JournalOperator pic X(8) value spaces.
      *  authorized signer behind this object's postings -- set by
      *  the online transactions when a non-owner transacts, zero
      *  when an owner does
        01 JournalSigner pic 9(6) value zero.
      *  approving supervisor for the NEXT journal entry this object
      *  posts -- one-shot, set by the over-limit release transaction
        01 JournalApprover pic X(8) value spaces.
      *  they land on the next business date; zero means the current
      *  business date, the ordinary case
        01 JournalDateOverride pic 9(8) value zero.
      *  one-shot marker for the next journal entry: the caller books
      *  its own GL for this money -- see "setJournalGlBooked"
        01 JournalGlBooked pic X(01) value space.
      *  one-shot detail for the next journal entry when it is a fee
      *  refund: the reason code and the refunded fee's date -- see
      *  "refundFee"; the reason code alone marks a sweep leg -- see
      *  "setJournalSweep"
        01 JournalReasonCode pic X(02) value spaces.
        01 JournalRefundFeeDate pic 9(8) value zero.
      *  one-shot detail for the next hold this object places -- see
      *  "setHoldDetail"; the defaults describe an ordinary hold with
      *  no automatic expiry
        01 NextHoldSeq pic 9(4) value zero.
        01 HoldAmountLeft pic S9(9) binary value zero.
        01 ExpiredHoldTotal pic S9(9) binary value zero.
      *  what every master or hold-ledger change hands ChgLog, so the
      *  replication stage sends the row -- see CHGREC.CPY
        01 ChangeLogSource pic X(08) value "ACCOUNT ".
        01 ChangeLogEntity pic X(01) value "A".
        01 ChangeLogAction pic X(01) value "U".
        01 ChangeLogNoHold pic 9(4) value zero.
        01 AcctMasterStatus pic X(02) value spaces.
           88 AcctMasterOK          value "00" "02".
           88 AcctMasterNotFound    value "23".
      * state above, and rewrite (or write, should the record have    *
      * vanished underneath us).  Every state-changing method funnels *
      * through here, so the open/reposition/rewrite dance lives in   *
      * exactly one place -- and so does the CHGLOG entry (ChgLog)    *
      * that has the replication stage send the account tonight.      *
      *****************************************************************
         Identification Division.
         Method-id. "saveMaster".
           Else
              Rewrite Acct-Master-Record
           End-If
           Invoke self "releaseMaster"
           Move "A" to ChangeLogEntity
           Call "ChgLog" using ChangeLogSource ChangeLogEntity
                               ChangeLogAction AccountNumber
                               ChangeLogNoHold.
         End method "saveMaster".

         Identification Division.
                Move zero to Master-Owner-Cust-Id(2)
                Move zero to Master-Owner-Cust-Id(3)
                Move zero to Master-Owner-Cust-Id(4)
                Move spaces to ProductCode
                Move spaces to Master-Product-Code
                Move spaces to FeeExemptCode BranchCode
                Move zero to FeeExemptExpiry
                Move spaces to Master-Fee-Exempt-Code
                Move zero to Master-Fee-Exempt-Expiry
                Call "GetBusDate" using Master-Open-Date
                Move zero to Master-Opening-Deposit
                Write Acct-Master-Record
                Set AccountWasNewlyCreated to true
                Move "A" to ChangeLogEntity
                Call "ChgLog" using ChangeLogSource ChangeLogEntity
                                    ChangeLogAction AccountNumber
                                    ChangeLogNoHold
              Not Invalid Key
                Move Master-Account-Balance to AccountBalance
                Move Master-Account-Status to AccountStatus
                Move Master-Owner-Cust-Id(2) to OwnerCustId(2)
                Move Master-Owner-Cust-Id(3) to OwnerCustId(3)
                Move Master-Owner-Cust-Id(4) to OwnerCustId(4)
                Move Master-Product-Code to ProductCode
                Move Master-Fee-Exempt-Code to FeeExemptCode
                Move Master-Fee-Exempt-Expiry to FeeExemptExpiry
                Move Master-Branch-Code to BranchCode
                If Master-Currency-Code not = spaces
                   Move Master-Currency-Code to AccountCurrency
                End-If
                             "record for account " AccountNumber
                             ", rc=" HoldLedgerStatus
             End-Write
             Perform 9690-Log-Hold-Change
             Close HoldLedgerFile

             Move "GEN " to PendingHoldReason
                Move "Y" to HoldScanEOF-Switch
             End-If.

         9690-Log-Hold-Change.
             Move "H" to ChangeLogEntity
             Call "ChgLog" using ChangeLogSource ChangeLogEntity
                                 ChangeLogAction AccountNumber Hold-Seq.

         End method "placeHold".

         Identification Division.
                   Move zero to HoldAmountLeft
                End-If
                Rewrite Hold-Record
                Perform 9690-Log-Hold-Change
             End-If
             Perform 9660-Read-Release-Hold.

         9690-Log-Hold-Change.
             Move "H" to ChangeLogEntity
             Call "ChgLog" using ChangeLogSource ChangeLogEntity
                                 ChangeLogAction AccountNumber Hold-Seq.

         End method "releaseHold".

         Identification Division.
         Linkage section.
         01 inCredit   pic S9(9) binary.
         Procedure Division using by value inCredit.
      *  money from the customer on a charged-off account is a
      *  recovery of what was written off, never a new balance
           If AccountIsChargedOff
              Invoke self "postRecovery" using by value inCredit
              Exit Method
           End-If
           If AccountIsClosed or AccountIsFrozen
              Display "Account: credit rejected, account "
                      AccountNumber " is " AccountStatus
         01 inDebit    pic S9(9) binary.
         Procedure Division using by value inDebit.
           If AccountIsClosed or AccountIsFrozen
                 or AccountIsChargedOff
              Display "Account: debit rejected, account "
                      AccountNumber " is " AccountStatus
              Exit Method
         Identification Division.
         Method-id. "chargeFee".
         Data division.
         Local-storage section.
         01 feeCode pic X(04) value spaces.
         01 feeWaived pic X(01) value "N".
         Linkage section.
         01 inFeeAmount pic S9(9) binary.
         Procedure Division using by value inFeeAmount.
           Move zero to LastFeeWaived
           Move PendingFeeCode to feeCode
           Move spaces to PendingFeeCode
           If AccountIsClosed or AccountIsFrozen
                 or AccountIsChargedOff
              Display "Account: fee rejected, account "
                      AccountNumber " is " AccountStatus
              Exit Method
           End-If
      *  an exempt account is never charged the fee at all -- the
      *  waiver is logged for the month-end cost report instead
           Invoke self "checkFeeWaiver"
             using by value feeCode inFeeAmount
             returning feeWaived
           If feeWaived = "Y"
              Move inFeeAmount to LastFeeWaived
              Exit Method
           End-If
           Subtract inFeeAmount from AccountBalance

           Invoke self "saveMaster"
           Invoke self "postJournal" using by value "G" inFeeAmount.
         End method "chargeFee".

      *****************************************************************
      * Names the fee code of the NEXT "chargeFee", then resets --    *
      * one-shot, the "setJournalLink" convention -- so the account's *
      * fee exemption can be judged against it.  A fee charged with   *
      * no code is waived only by an exemption that waives every fee. *
      *****************************************************************
         Identification Division.
         Method-id. "setFeeCode".
         Data division.
         Linkage section.
         01 inFeeCode pic X(04).
         Procedure Division using by value inFeeCode.
           Move inFeeCode to PendingFeeCode.
         End method "setFeeCode".

      *****************************************************************
      * What the last "chargeFee" waived under the account's          *
      * exemption -- the whole fee, or zero when it was charged -- so *
      * the caller's own totals and GL feed leave a waived fee out.   *
      *****************************************************************
         Identification Division.
         Method-id. "getFeeWaived".
         Data division.
         Linkage section.
         01 outFeeWaived pic S9(9) binary.
         Procedure Division returning outFeeWaived.
           Move LastFeeWaived to outFeeWaived.
         End method "getFeeWaived".

      *****************************************************************
      * Judges a fee against the account's exemption through FeeExmt, *
      * which logs the waiver to FEEWAIVE when it grants one.  Used   *
      * by "chargeFee" and by the fee paths that fold a fee into a    *
      * posting of their own (the per-check fee).                      *
      *****************************************************************
         Identification Division.
         Method-id. "checkFeeWaiver".
         Data division.
         Linkage section.
         01 inFeeCode pic X(04).
         01 inFeeAmount pic S9(9) binary.
         01 outWaived pic X(01).
         Procedure Division using by value inFeeCode inFeeAmount
             returning outWaived.
           Move "N" to outWaived
           If FeeExemptCode = spaces
              Exit Method
           End-If
           Call "FeeExmt" using AccountNumber BranchCode
                                FeeExemptCode FeeExemptExpiry
                                inFeeCode inFeeAmount outWaived.
         End method "checkFeeWaiver".

      *****************************************************************
      * The customer the account's interest reports to -- the         *
      * primary owner's customer number, or the first linked slot's   *
      * when no primary is linked, Tax1099's attribution rule; zero   *
      * when no owner slot is linked to a customer.                    *
      *****************************************************************
         Identification Division.
         Method-id. "getTaxpayer".
         Data division.
         Local-storage section.
         01 slotIndex pic 9(1) value zero.
         Linkage section.
         01 outTaxpayer pic 9(6).
         Procedure Division returning outTaxpayer.
           Move zero to outTaxpayer
           Perform 9780-Test-Primary-Slot
               Varying slotIndex from 1 by 1
               Until slotIndex > OwnerCount
                  or outTaxpayer not = zero
           If outTaxpayer = zero
              Perform 9790-Test-Linked-Slot
                  Varying slotIndex from 1 by 1
                  Until slotIndex > OwnerCount
                     or outTaxpayer not = zero
           End-If
           Exit Method.

         9780-Test-Primary-Slot.
             If OwnerIsPrimary(slotIndex)
                   and OwnerCustId(slotIndex) not = zero
                Move OwnerCustId(slotIndex) to outTaxpayer
             End-If.

         9790-Test-Linked-Slot.
             If OwnerCustId(slotIndex) not = zero
                Move OwnerCustId(slotIndex) to outTaxpayer
             End-If.

         End method "getTaxpayer".

      *****************************************************************
      * Backup withholding on an interest credit just posted to this  *
      * account.  When the taxpayer (inTaxpayer, or this account's    *
      * own when zero -- the CD sweep passes the CD's) is subject per *
      * BkwLook, the rate's share of the interest comes back out      *
      * under the backup-withholding type "T", a balanced GLPOST pair *
      * moves it from deposits to withholding payable, and the event  *
      * goes to BKWLOG for the monthly deposit.  Returns the amount   *
      * withheld, zero when none.                                      *
      *****************************************************************
         Identification Division.
         Method-id. "withholdBackup".
         Environment Division.
         Input-Output Section.
         File-Control.
             Select GLPostFile Assign to "GLPOST"
                 Organization is Sequential
                 File Status is GLPostFileStatus.
             Select BkwLogFile Assign to "BKWLOG"
                 Organization is Sequential
                 File Status is BkwLogStatus.
         Data division.
         File Section.
         FD  GLPostFile.
             Copy GLPost.
         FD  BkwLogFile.
             Copy BkwLog.
         Local-storage section.
         01 GLPostFileStatus pic X(02) value spaces.
         01 BkwLogStatus pic X(02) value spaces.
         01 taxpayer pic 9(6) value zero.
         01 withholdingRate pic S9(9) binary value zero.
         01 withholdingReason pic X(01) value space.
         01 glResolveDefault pic X(10) value spaces.
         01 glDepositAccount pic X(10) value spaces.
         01 glPayableAccount pic X(10) value spaces.
         Linkage section.
         01 inInterest  pic S9(9) binary.
         01 inTaxpayer  pic 9(6).
         01 outWithheld pic S9(9) binary.
         Procedure Division using by value inInterest inTaxpayer
             returning outWithheld.
           Move zero to outWithheld
           If inInterest not > zero
              Exit Method
           End-If
           If AccountIsClosed or AccountIsFrozen
                 or AccountIsChargedOff
              Exit Method
           End-If
      *  interest earned inside an IRA is not reportable interest
           If AccountTypeIsIRA
              Exit Method
           End-If
           Move inTaxpayer to taxpayer
           If taxpayer = zero
              Invoke self "getTaxpayer" returning taxpayer
           End-If
           Call "BkwLook" using taxpayer withholdingRate
                                withholdingReason
           If withholdingRate not > zero
              Exit Method
           End-If
           Compute outWithheld rounded =
               inInterest * withholdingRate / 10000
           If outWithheld not > zero
              Exit Method
           End-If

           Subtract outWithheld from AccountBalance
           Invoke self "saveMaster"
           Invoke self "postJournal" using by value "T" outWithheld
           Perform 9900-Post-Withholding-GL
           Perform 9910-Log-Withholding
           Exit Method.

         9900-Post-Withholding-GL.
             Open Extend GLPostFile
             If GLPostFileStatus = "35"
                Open Output GLPostFile
             End-If

      *  accounts resolve through the GLCHART mapping table; the
      *  literals stand as defaults
             Move "2100-SAVLIA" to glResolveDefault
             Call "GlResolv" using by content "BKUPWH  " "DEPLIAB "
                                   by reference glResolveDefault
                                                glDepositAccount
             Move "2410-BKWPAY" to glResolveDefault
             Call "GlResolv" using by content "BKUPWH  " "BKWPAY  "
                                   by reference glResolveDefault
                                                glPayableAccount

             Accept GL-Posting-Date from Date YYYYMMDD
             Accept GL-Posting-Time from Time
             Move glDepositAccount to GL-Account-Number
             Set GL-Is-Debit    to true
             Move outWithheld   to GL-Amount
             Move "BKUPWH  "    to GL-Source-Program
             Move "BACKUP WITHHOLDING ON INTEREST" to GL-Description
             Write GL-Posting-Record

             Move glPayableAccount to GL-Account-Number
             Set GL-Is-Credit   to true
             Write GL-Posting-Record

             Close GLPostFile.

         9910-Log-Withholding.
             Open Extend BkwLogFile
             If BkwLogStatus = "35"
                Open Output BkwLogFile
             End-If
             Move AccountNumber to Bkw-Account-Number
             Call "GetBusDate" using Bkw-Event-Date
             Move taxpayer          to Bkw-Customer-Number
             Move withholdingReason to Bkw-Reason
             Move inInterest        to Bkw-Interest-Amount
             Move outWithheld       to Bkw-Withheld-Amount
             Move withholdingRate   to Bkw-Rate
             Write Backup-Withholding-Event
             Close BkwLogFile.

         End method "withholdBackup".

      *****************************************************************
      * Gives back a fee the bank assessed: the amount goes back into *
      * the balance under the fee-refund type "1", carrying the       *
      * supervisor's reason code and the date of the type-G entry it  *
      * refunds (postJournal takes it off the YTD fee accumulator),   *
      * and a balanced GLPOST pair reverses the fee income against    *
      * the deposit liability -- so the journal entry is marked GL-   *
      * booked for JrnlGl.  Finding the fee and refusing a second     *
      * refund of it is the caller's business (see TellRfnd).  A      *
      * closed, frozen or charged-off account, and a loan, whose fees *
      * are late charges on principal, are refused.                   *
      *****************************************************************
         Identification Division.
         Method-id. "refundFee".
         Environment Division.
         Input-Output Section.
         File-Control.
             Select GLPostFile Assign to "GLPOST"
                 Organization is Sequential
                 File Status is GLPostFileStatus.
         Data division.
         File Section.
         FD  GLPostFile.
             Copy GLPost.
         Local-storage section.
         01 GLPostFileStatus pic X(02) value spaces.
         01 glResolveDefault pic X(10) value spaces.
         01 glIncomeAccount pic X(10) value spaces.
         01 glDepositAccount pic X(10) value spaces.
         Linkage section.
         01 inRefund    pic S9(9) binary.
         01 inReason    pic X(02).
         01 inFeeDate   pic 9(8).
         01 outPosted   pic X(01).
            88 RefundWasPosted value "Y".
         Procedure Division using by value inRefund inReason inFeeDate
             returning outPosted.
           Move "N" to outPosted
           If inRefund not > zero
              Exit Method
           End-If
           If AccountIsClosed or AccountIsFrozen
                 or AccountIsChargedOff or AccountTypeIsLoan
              Display "Account: fee refund rejected, account "
                      AccountNumber " is " AccountStatus
                      " type " AccountType
              Exit Method
           End-If

           Add inRefund to AccountBalance
           Invoke self "saveMaster"
           Move inReason  to JournalReasonCode
           Move inFeeDate to JournalRefundFeeDate
           Move "Y" to JournalGlBooked
           Invoke self "postJournal" using by value "1" inRefund
           Perform 9900-Post-Refund-GL
           Set RefundWasPosted to true
           Exit Method.

         9900-Post-Refund-GL.
             Open Extend GLPostFile
             If GLPostFileStatus = "35"
                Open Output GLPostFile
             End-If

      *  accounts resolve through the GLCHART mapping table; the
      *  literals stand as defaults -- the fee income the charge runs
      *  credit, and the deposit control for the account's type
             Move "4900-FEEINC" to glResolveDefault
             Call "GlResolv" using by content "FEERFND " "FEEINC  "
                                   by reference glResolveDefault
                                                glIncomeAccount
             Evaluate True
                 When AccountTypeIsSavings
                 When AccountTypeIsTimeDeposit
                     Move "2100-SAVLIA" to glResolveDefault
                 When AccountTypeIsIRA
                     Move "2150-IRADEP" to glResolveDefault
                 When Other
                     Move "2000-DDACTL" to glResolveDefault
             End-Evaluate
             Call "GlResolv" using by content "FEERFND " "DEPLIAB "
                                   by reference glResolveDefault
                                                glDepositAccount

             Accept GL-Posting-Date from Date YYYYMMDD
             Accept GL-Posting-Time from Time
             Move glIncomeAccount to GL-Account-Number
             Set GL-Is-Debit    to true
             Move inRefund      to GL-Amount
             Move "FEERFND "    to GL-Source-Program
             Move "SUPERVISOR FEE REFUND" to GL-Description
             Write GL-Posting-Record

             Move glDepositAccount to GL-Account-Number
             Set GL-Is-Credit   to true
             Write GL-Posting-Record

             Close GLPostFile.

         End method "refundFee".

      *****************************************************************
      * Pays for an official check (cashier's check or money order)   *
      * out of the account: the same balance movement "debit"        *
      * applies, journaled under the official-check type "2" so the   *
      * teller's drawer never counts it as cash paid out.  The money  *
      * leaves for the official-check liability, and OfcChk books     *
      * that GL off the OFFCHK register row the caller writes -- so   *
      * the entry is marked GL-booked for JrnlGl.  The available-     *
      * funds check is the caller's, as it is for "debit"; a closed,  *
      * frozen or charged-off account, and a loan, are refused.       *
      *****************************************************************
         Identification Division.
         Method-id. "buyOfficialCheck".
         Data division.
         Linkage section.
         01 inAmount    pic S9(9) binary.
         01 outPosted   pic X(01).
            88 PurchaseWasPosted value "Y".
         Procedure Division using by value inAmount
             returning outPosted.
           Move "N" to outPosted
           If inAmount not > zero
              Exit Method
           End-If
           If AccountIsClosed or AccountIsFrozen
                 or AccountIsChargedOff or AccountTypeIsLoan
              Display "Account: official check rejected, account "
                      AccountNumber " is " AccountStatus
                      " type " AccountType
              Exit Method
           End-If

           Subtract inAmount from AccountBalance
           Invoke self "saveMaster"
           Move "Y" to JournalGlBooked
           Invoke self "postJournal" using by value "2" inAmount
           Set PurchaseWasPosted to true
           Exit Method.

         End method "buyOfficialCheck".

      *****************************************************************
      * Credits a disputed electronic item back to the account while  *
      * the dispute is worked, journaled under its own type "3" so    *
      * the statement shows a dispute credit, not a deposit.  The     *
      * bank owes the credit whatever the customer's other troubles,  *
      * so a frozen account still takes it; a closed or charged-off   *
      * account, and a loan, are refused and the case waits on an     *
      * operator.                                                      *
      *****************************************************************
         Identification Division.
         Method-id. "postDisputeCredit".
         Data division.
         Linkage section.
         01 inAmount    pic S9(9) binary.
         01 outPosted   pic X(01).
            88 CreditWasPosted value "Y".
         Procedure Division using by value inAmount
             returning outPosted.
           Move "N" to outPosted
           If inAmount not > zero
              Exit Method
           End-If
           If AccountIsClosed or AccountIsChargedOff
                 or AccountTypeIsLoan
              Display "Account: dispute credit rejected, account "
                      AccountNumber " is " AccountStatus
                      " type " AccountType
              Exit Method
           End-If

           Add inAmount to AccountBalance
           Invoke self "saveMaster"
           Invoke self "postJournal" using by value "3" inAmount
           Set CreditWasPosted to true
           Exit Method.

         End method "postDisputeCredit".

      *****************************************************************
      * Takes a dispute credit back when the case is decided against  *
      * the customer, under type "4".  The money was never the        *
      * customer's, so the reversal posts even when it overdraws the  *
      * account -- the overdraft machinery then treats the account    *
      * like any other.  Refused on the same accounts as the credit.  *
      *****************************************************************
         Identification Division.
         Method-id. "reverseDisputeCredit".
         Data division.
         Linkage section.
         01 inAmount    pic S9(9) binary.
         01 outPosted   pic X(01).
            88 ReversalWasPosted value "Y".
         Procedure Division using by value inAmount
             returning outPosted.
           Move "N" to outPosted
           If inAmount not > zero
              Exit Method
           End-If
           If AccountIsClosed or AccountIsChargedOff
                 or AccountTypeIsLoan
              Display "Account: dispute reversal rejected, account "
                      AccountNumber " is " AccountStatus
                      " type " AccountType
              Exit Method
           End-If

           Subtract inAmount from AccountBalance
           Invoke self "saveMaster"
           Invoke self "postJournal" using by value "4" inAmount
           Set ReversalWasPosted to true
           Exit Method.

         End method "reverseDisputeCredit".

         Identification Division.
         Method-id. "postReversal".
         Data division.
         Procedure Division using by value inOrigType inOrigAmount
             returning outPosted.
           If AccountIsClosed or AccountIsFrozen
                 or AccountIsChargedOff
              Display "Account: reversal rejected, account "
                      AccountNumber " is " AccountStatus
              Move "N" to outPosted
            Move JournalLinkAccount to Journal-Link-Account
            Move zero to JournalLinkAccount
            Move JournalOperator to Journal-Operator-Id
            Move JournalSigner to Journal-Signer-Customer
            Move JournalApprover to Journal-Approver-Id
            Move spaces to JournalApprover
            Move JournalGlBooked to Journal-GL-Booked
            Move space to JournalGlBooked
            Move JournalReasonCode to Journal-Reason-Code
            Move spaces to JournalReasonCode
            Move JournalRefundFeeDate to Journal-Refund-Fee-Date
            Move zero to JournalRefundFeeDate

      *  tamper-evident chain and keyed-view mirror: link this entry
      *  to the previous one's hash off the JRNLCHN chain head and
                If Journal-Interest
                   Add Journal-Amount to Master-YTD-Interest
                End-If
                If Journal-Fee or Journal-Loan-Late-Charge
                   Add Journal-Amount to Master-YTD-Fees
                End-If
      *  the first credit to an account opened since the open date
      *  was added is its opening deposit
                If Journal-Credit and Master-Open-Date is numeric
                      and Master-Open-Date not = zero
                      and Master-Opening-Deposit = zero
                   Move Journal-Amount to Master-Opening-Deposit
                End-If
      *  a refund of a fee assessed before the year opened has
      *  nothing in this year's total to come off
                If Journal-Fee-Refund
                   If Journal-Amount > Master-YTD-Fees
                      Move zero to Master-YTD-Fees
                   Else
                      Subtract Journal-Amount from Master-YTD-Fees
                   End-If
                End-If
      *  savings convenience-withdrawal counting for the statement
      *  period -- SavWdChg warns and charges off this count; a
      *  balance-sweep leg is the bank's own move, never counted
                If (Journal-Debit or Journal-Official-Check)
                      and Master-Type-Savings
                      and not Journal-Balance-Sweep
                   If Master-Period-Withdrawals < 99
                      Add 1 to Master-Period-Withdrawals
                   End-If
                Rewrite Acct-Master-Record
            End-Read
            Invoke self "releaseMaster"
            Move "A" to ChangeLogEntity
            Call "ChgLog" using ChangeLogSource ChangeLogEntity
                                ChangeLogAction AccountNumber
                                ChangeLogNoHold

      *  ACCTRECNT keeps each account's last five postings under its
      *  own key, so an online inquiry can pull recent activity with
         Identification Division.
         Method-id. "closeAccount".
         Procedure Division.
           If AccountIsClosed or AccountIsChargedOff
              Exit Method
           End-If
           Set AccountIsClosed to true
           Invoke self "postJournal" using by value "L" zero.
         End method "closeAccount".

      *****************************************************************
      * Charges the account off: a negative balance is written off to *
      * loan loss, so the balance comes back to zero, the write-off   *
      * is journaled under the charge-off type "Z" carrying the       *
      * amount written off, and the account is closed to ordinary    *
      * activity under the charged-off status.  Returns the amount    *
      * written off -- zero when the account is not overdrawn or is   *
      * already closed or charged off, and nothing moves.              *
      *****************************************************************
         Identification Division.
         Method-id. "chargeOff".
         Data division.
         Linkage section.
         01 outChargedOff pic S9(9) binary.
         Procedure Division returning outChargedOff.
           Move zero to outChargedOff
           If AccountIsClosed or AccountIsChargedOff
                 or AccountBalance not < zero
              Exit Method
           End-If
           Compute outChargedOff = zero - AccountBalance
           Move zero to AccountBalance
           Set AccountIsChargedOff to true

           Invoke self "saveMaster"

           Invoke self "postJournal"
             using by value "Z" outChargedOff.
         End method "chargeOff".

      *****************************************************************
      * Books money received on a charged-off account as a recovery: *
      * the balance stays at zero -- the money goes to the recovery   *
      * GL account, not back into the account -- and the receipt is  *
      * journaled under the recovery type "Y", which the charge-off  *
      * stage totals off the journal for its GL feed.  Anything       *
      * other than a charged-off account is refused.                   *
      *****************************************************************
         Identification Division.
         Method-id. "postRecovery".
         Data division.
         Linkage section.
         01 inRecovery pic S9(9) binary.
         Procedure Division using by value inRecovery.
           If not AccountIsChargedOff or inRecovery not > zero
              Display "Account: recovery rejected, account "
                      AccountNumber " is " AccountStatus
              Exit Method
           End-If

           Invoke self "postJournal"
             using by value "Y" inRecovery.
         End method "postRecovery".

      *****************************************************************
      * Freezes the account: credit/debit reject every request        *
      * against it (same as a closed account) but the account is not  *
           Move inOperatorId to JournalOperator.
         End method "setJournalOperator".

      *****************************************************************
      * Stamps every journal entry this object posts from here on     *
      * with the customer number of the authorized signer (ACCTSIGN)  *
      * the teller served -- the "setJournalOperator" convention, so  *
      * a posting made on a power of attorney is attributable to the  *
      * holder rather than read as the owner's own.                    *
      *****************************************************************
         Identification Division.
         Method-id. "setJournalSigner".
         Data division.
         Linkage section.
         01 inSignerCustomer pic 9(6).
         Procedure Division using by value inSignerCustomer.
           Move inSignerCustomer to JournalSigner.
         End method "setJournalSigner".

      *****************************************************************
      * Tags the NEXT journal entry this object posts with the        *
      * supervisor who released it out of the over-limit queue, then  *
           Move inEffectiveDate to JournalDateOverride.
         End method "setJournalDate".

      *****************************************************************
      * Marks the NEXT journal entry this object posts as money whose *
      * GLPOST entry the calling program books itself, then resets -- *
      * one-shot, the "setJournalLink" convention -- so the daily GL  *
      * summarization of the journal leaves it out.                    *
      *****************************************************************
         Identification Division.
         Method-id. "setJournalGlBooked".
         Procedure Division.
           Move "Y" to JournalGlBooked.
         End method "setJournalGlBooked".

      *****************************************************************
      * Marks the NEXT journal entry this object posts as one leg of  *
      * the nightly excess-balance sweep (reason code "SW"), then     *
      * resets -- one-shot, the "setJournalLink" convention -- so the *
      * savings convenience-withdrawal count leaves it out and the    *
      * sweep report can find it on the journal.                       *
      *****************************************************************
         Identification Division.
         Method-id. "setJournalSweep".
         Procedure Division.
           Move "SW" to JournalReasonCode.
         End method "setJournalSweep".

      *****************************************************************
      * Stages the reason, source and expiry date for the NEXT hold   *
      * this object places, then resets after that hold is written -- *
                Add Hold-Amount to ExpiredHoldTotal
                Set Hold-Is-Released to true
                Rewrite Hold-Record
                Perform 9690-Log-Hold-Change
             End-If
             Perform 9700-Read-Expiry-Hold.

         9690-Log-Hold-Change.
             Move "H" to ChangeLogEntity
             Call "ChgLog" using ChangeLogSource ChangeLogEntity
                                 ChangeLogAction AccountNumber Hold-Seq.

         End method "releaseExpiredHolds".

      *****************************************************************
      * The HOLDFILE sequence number the last "placeHold" on this     *
      * object wrote under, so a caller that has to release that one  *
      * hold later (a card authorization, when its settlement comes   *
      * in) can remember exactly which ledger record it was.          *
      *****************************************************************
         Identification Division.
         Method-id. "getLastHoldSeq".
         Data division.
         Linkage section.
         01 outHoldSeq pic 9(4).
         Procedure Division returning outHoldSeq.
           Move NextHoldSeq to outHoldSeq.
         End method "getLastHoldSeq".

      *****************************************************************
      * Releases one named ledger hold rather than working an amount  *
      * off oldest-first the way "releaseHold" does: the record under *
      * the given sequence number is marked released, if it is still  *
      * active, and Master-Hold-Amount comes down by what it held.    *
      * Returns the amount released -- zero when the hold was already *
      * released (expired, say) or is not on the ledger at all.       *
      *****************************************************************
         Identification Division.
         Method-id. "releaseHoldRecord".
         Data division.
         Linkage section.
         01 inHoldSeq         pic 9(4).
         01 outReleasedAmount pic S9(9) binary.
         Procedure Division using by value inHoldSeq
             returning outReleasedAmount.
           Move zero to outReleasedAmount
           Open I-O HoldLedgerFile
           If HoldLedgerStatus not = "00"
              Exit Method
           End-If

           Move AccountNumber to Hold-Account-Number
           Move inHoldSeq     to Hold-Seq
           Read HoldLedgerFile
               Invalid Key
                   Close HoldLedgerFile
                   Exit Method
           End-Read
           If Hold-Is-Active
              Move Hold-Amount to outReleasedAmount
              Set Hold-Is-Released to true
              Rewrite Hold-Record
              Move "H" to ChangeLogEntity
              Call "ChgLog" using ChangeLogSource ChangeLogEntity
                                  ChangeLogAction AccountNumber
                                  Hold-Seq
           End-If
           Close HoldLedgerFile

           If outReleasedAmount > zero
              Subtract outReleasedAmount from HoldAmount
              If HoldAmount < zero
                 Move zero to HoldAmount
              End-If
              Invoke self "saveMaster"
           End-If.
         End method "releaseHoldRecord".

         Identification Division.
         Method-id. "getStatus".
         Data division.
           Move AccountType to outAccountType.
         End method "getAccountType".

      *****************************************************************
      * The account's product code, for the pricing paths that        *
      * resolve fees and limits through ProdLook; spaces when the     *
      * account has none and prices as its base product.              *
      *****************************************************************
         Identification Division.
         Method-id. "getProductCode".
         Data division.
         Linkage section.
         01 outProductCode pic X(04).
         Procedure Division returning outProductCode.
           Move ProductCode to outProductCode.
         End method "getProductCode".

      *****************************************************************
      * Set once by the subclass factory right after "init", the same *
      * way "setAccountType" is -- the account's ISO 4217 currency    *
           Move AccountCurrency to outCurrencyCode.
         End method "getCurrencyCode".

      *****************************************************************
      * Stamps the branch that owns the account -- the opening       *
      * teller's branch when an account is opened at the window.     *
      * AcctMnt keeps its own keyed rewrite for later branch moves;  *
      * this one rewrites just the branch, the way that does, so the *
      * rest of the record is left exactly as "saveMaster" put it.   *
      *****************************************************************
         Identification Division.
         Method-id. "setBranchCode".
         Data division.
         Linkage section.
         01 inBranchCode pic X(03).
         Procedure Division using by value inBranchCode.
           Move inBranchCode to BranchCode
           Move AccountNumber to Master-Account-Number
           Invoke self "connectMaster"
           Read AcctMasterFile
             Invalid Key
               Display "Account: no ACCTMAST record to stamp branch "
                       "for account " AccountNumber
             Not Invalid Key
               Move BranchCode to Master-Branch-Code
               Rewrite Acct-Master-Record
           End-Read
           Invoke self "releaseMaster".
         End method "setBranchCode".

      *****************************************************************
      * Adds an owner (up to 4, primary plus up to 3 joint owners) to *
      * this account.  Rejected once the table is full so a joint     *
