       cbl thread,pgmname(longmixed),lib
      ******************************************************************
      * LoanAccount.cbl                                                *
      *----------------------------------------------------------------*
      * An installment loan.  The one account class whose balance is  *
      * money the customer OWES us: Master-Account-Balance carries    *
      * the principal outstanding, positive, and the note rate, term, *
      * level payment, next due date and maturity ride the type-L     *
      * view of ACCTREC.  Booking a loan advances the principal and   *
      * builds the amortization schedule on LOANSCHD, one record per  *
      * installment.  A payment -- from TXNFILE, the teller window or *
      * ACH -- is applied late charge first, then interest, then      *
      * principal, each component journaled under its own type, and  *
      * anything beyond what has been billed curtails principal from  *
      * the end of the schedule.  The nightly LoanBill stage bills    *
      * the installments coming due and assesses late charges.        *
      ******************************************************************

       Identification Division.
       Class-id. LoanAccount inherits Account.
       Environment Division.
       Configuration section.
       Repository.
           Class Account     is "Account"
           Class LoanAccount is "LoanAccount".
       Identification division.
       Factory.
        Data division.
        Working-storage section.
        01 NumberOfLoans pic 9(6) value zero.
        01 CheckDigitWork.
           05 CDW-Account-Display pic 9(06).
           05 CDW-Number redefines CDW-Account-Display.
              10 CDW-Digit occurs 6 times pic 9.
           05 CDW-Sum          pic 9(03) binary.
           05 CDW-Computed     pic 9(01).

        Procedure Division.
      *****************************************************************
      * Same modulus-10 check-digit scheme as Account's Factory; see  *
      * Account.cbl for the rule.  Duplicated here because factory    *
      * objects don't share state across classes.                     *
      *****************************************************************
         Identification Division.
         Method-id. "checkDigitIsValid".
         Data division.
         Linkage section.
         01 inAccountNumber pic S9(6) binary.
         01 outValid pic X(01).
            88 CheckDigitValid value "Y".
         Procedure Division using by value inAccountNumber
             returning outValid.
           Move inAccountNumber to CDW-Account-Display
           Compute CDW-Sum = CDW-Digit(1) * 2
                            + CDW-Digit(2) * 3
                            + CDW-Digit(3) * 4
                            + CDW-Digit(4) * 5
                            + CDW-Digit(5) * 6
           Compute CDW-Computed = Function Mod(CDW-Sum, 10)
           If CDW-Computed = CDW-Digit(6)
              Set CheckDigitValid to true
           Else
              Move "N" to outValid
           End-If.
         End method "checkDigitIsValid".

      *****************************************************************
      * Books a new loan: the principal is advanced onto the account  *
      * and the level payment, maturity and amortization schedule are *
      * built from the per-month note rate and the term.  Against an  *
      * account number already on ACCTMAST the existing loan is       *
      * loaded as it stands -- a loan is never re-booked by being     *
      * touched again.                                                 *
      *****************************************************************
         Identification Division.
         Method-id. "createLoanAccount".
         Data division.
         Linkage section.
         01 inAccountNumber   pic S9(6) binary.
         01 inPrincipal       pic S9(9) binary.
         01 inNoteRate        pic S9(3)V9(4) comp-3.
         01 inTermMonths      pic S9(3) binary.
         01 outLoan object reference LoanAccount.
         01 validCheckDigit pic X(01).
            88 AccountNumberIsValid value "Y".
         01 wasNewAccount pic X(01).
            88 AccountWasNewlyCreated value "Y".
           Copy JNI.
         Procedure Division using by value inAccountNumber
                                           inPrincipal
                                           inNoteRate
                                           inTermMonths
             returning outLoan.
           Set address of JNIEnv to JNIEnvPtr
           Set address of JNINativeInterface to JNIEnv

           Invoke self "checkDigitIsValid" using by value
               inAccountNumber returning validCheckDigit
           If not AccountNumberIsValid
              Display "LoanAccount: rejected malformed "
                      "account number " inAccountNumber
              Set outLoan to Null
              Exit Method
           End-If

           Invoke LoanAccount New returning outLoan
           Invoke outLoan "init"
             using by value inAccountNumber
             returning wasNewAccount
           If AccountWasNewlyCreated
              Invoke outLoan "setAccountType"
                using by value "L"
              Invoke outLoan "advance"
                using by value inPrincipal
              Invoke outLoan "setLoanTerms"
                using by value inNoteRate inTermMonths
              Add 1 to NumberOfLoans
           Else
              Invoke outLoan "loadLoan"
           End-If.
         End method "createLoanAccount".

      *****************************************************************
      * Reconstructs the object for a loan already on the master --   *
      * the terms come back off the ACCTREC record, nothing is        *
      * re-booked.  The way in for the payment channels and the       *
      * billing stage once they have seen a type-L account.            *
      *****************************************************************
         Identification Division.
         Method-id. "openLoanAccount".
         Data division.
         Linkage section.
         01 inAccountNumber   pic S9(6) binary.
         01 outLoan object reference LoanAccount.
         01 validCheckDigit pic X(01).
            88 AccountNumberIsValid value "Y".
         01 wasNewAccount pic X(01).
           Copy JNI.
         Procedure Division using by value inAccountNumber
             returning outLoan.
           Set address of JNIEnv to JNIEnvPtr
           Set address of JNINativeInterface to JNIEnv

           Invoke self "checkDigitIsValid" using by value
               inAccountNumber returning validCheckDigit
           If not AccountNumberIsValid
              Display "LoanAccount: rejected malformed "
                      "account number " inAccountNumber
              Set outLoan to Null
              Exit Method
           End-If

           Invoke LoanAccount New returning outLoan
           Invoke outLoan "init"
             using by value inAccountNumber
             returning wasNewAccount
           Invoke outLoan "loadLoan".
         End method "openLoanAccount".

      *****************************************************************
      * See Account.cbl's "getAccountsOpened" -- same idea, this      *
      * Factory's own counter, since Factory objects don't share       *
      * state across classes.                                          *
      *****************************************************************
         Identification Division.
         Method-id. "getAccountsOpened".
         Data division.
         Linkage section.
         01 outAccountsOpened pic 9(06).
         Procedure Division returning outAccountsOpened.
           Move NumberOfLoans to outAccountsOpened.
         End method "getAccountsOpened".
       End Factory.

       Identification division.
       Object.
        Environment Division.
        Input-Output Section.
        File-Control.
            Select LoanSchedFile Assign to "LOANSCHD"
                Organization is Indexed
                Access Mode is Dynamic
                Record Key is LoanSchd-Key
                File Status is LoanSchedStatus.
        Data division.
        File Section.
        FD  LoanSchedFile.
            Copy LoanSchd.
        Working-storage section.
        01 TermMonths      pic 9(3) value zero.
        01 MaturityDate    pic 9(8) value zero.
        01 NoteRate        pic S9(3)V9(4) comp-3 value zero.
        01 PaymentAmount   pic S9(9) binary value zero.
        01 NextDueDate     pic 9(8) value zero.
        01 BillingHold     pic X(01) value "N".
           88 LoanBillingHeld value "Y".
        01 LoanSchedStatus pic X(02) value spaces.
           88 LoanSchedOK     value "00".
        01 SchedScanEOF-Switch pic X(01) value "N".
           88 NoMoreSchedRecords value "Y".
        01 DueDateWork.
           05 DW-Year  pic 9(4).
           05 DW-Month pic 9(2).
           05 DW-Day   pic 9(2).
        01 BookDateWork.
           05 BW-Year  pic 9(4).
           05 BW-Month pic 9(2).
           05 BW-Day   pic 9(2).
        01 MonthTotal      pic 9(5) value zero.
        01 YearsToAdd      pic 9(3) value zero.
        01 MonthRemainder  pic 9(2) value zero.
      *****************************************************************
      * Payment-application working figures -- what is left of the   *
      * payment, and what has gone to each component so far.         *
      *****************************************************************
        01 AmountLeft        pic S9(9) binary value zero.
        01 LateApplied       pic S9(9) binary value zero.
        01 InterestApplied   pic S9(9) binary value zero.
        01 PrincipalApplied  pic S9(9) binary value zero.
        01 ComponentOwed     pic S9(9) binary value zero.
        01 ComponentPiece    pic S9(9) binary value zero.
        01 ApplyPass         pic 9(1) value zero.
           88 ApplyingLateCharges value 1.
           88 ApplyingInterest    value 2.
           88 ApplyingPrincipal   value 3.
           88 ApplyingAhead       value 4.
        01 CurtailIndex      pic S9(3) binary value zero.
        01 PaymentDate       pic 9(8) value zero.
      *  the channel's one-shot journal linkage, operator date and
      *  approver are consumed by the first entry postJournal writes;
      *  a payment writes up to three, so they are carried across
      *  all of them
        01 SavedJournalLink  pic 9(6) value zero.
        01 SavedJournalDate  pic 9(8) value zero.
        01 SavedApprover     pic X(8) value spaces.
        Procedure Division.

      *****************************************************************
      * Funds the loan: the principal advanced is added to the        *
      * balance owed and journaled under the loan-advance type "A".   *
      *****************************************************************
         Identification Division.
         Method-id. "advance".
         Data division.
         Linkage section.
         01 inAdvance  pic S9(9) binary.
         Procedure Division using by value inAdvance.
           If AccountIsClosed or AccountIsFrozen
              Display "LoanAccount: advance rejected, loan "
                      AccountNumber " is " AccountStatus
              Exit Method
           End-If
           If inAdvance not > zero
              Exit Method
           End-If
           Add inAdvance to AccountBalance
           Invoke self "saveMaster"
           Invoke self "postJournal"
             using by value "A" inAdvance.
         End method "advance".

      *****************************************************************
      * Sets the note rate (per month, the same convention the CD     *
      * rate uses) and the term, computes the level payment that      *
      * retires the principal now on the account over that term, and  *
      * builds the amortization schedule: installment n falls due n   *
      * months after the booking date (day of month clamped to 28 so  *
      * no installment is due on a date that does not exist), its     *
      * interest is a month's interest on the principal still         *
      * scheduled to be owed, and the last installment takes whatever *
      * principal the rounding has left.                               *
      *****************************************************************
         Identification Division.
         Method-id. "setLoanTerms".
         Data division.
         Local-storage section.
         01 growthFactor      pic S9(5)V9(12) comp-3.
         01 scheduledBalance  pic S9(9) binary.
         01 installmentNumber pic 9(3).
         Linkage section.
         01 inNoteRate    pic S9(3)V9(4) comp-3.
         01 inTermMonths  pic S9(3) binary.
         Procedure Division using by value inNoteRate inTermMonths.
           Move inNoteRate   to NoteRate
           Move inTermMonths to TermMonths
           If TermMonths = zero
              Move 1 to TermMonths
           End-If

           If NoteRate = zero
              Compute PaymentAmount rounded =
                  AccountBalance / TermMonths
           Else
              Compute growthFactor = (1 + NoteRate) ** TermMonths
              Compute PaymentAmount rounded =
                  AccountBalance * NoteRate * growthFactor
                      / (growthFactor - 1)
           End-If

           Call "GetBusDate" using BookDateWork
           Move AccountBalance to scheduledBalance
           Open I-O LoanSchedFile
           If LoanSchedStatus = "35"
              Open Output LoanSchedFile
              Close LoanSchedFile
              Open I-O LoanSchedFile
           End-If
           Perform 9100-Build-One-Installment
               Varying installmentNumber from 1 by 1
               Until installmentNumber > TermMonths
           Close LoanSchedFile

           Move DueDateWork to MaturityDate
           Move 1 to installmentNumber
           Perform 9110-Compute-Due-Date
           Move DueDateWork to NextDueDate
           Invoke self "saveLoan".

           Exit Method.

         9100-Build-One-Installment.
             Perform 9110-Compute-Due-Date
             Move AccountNumber      to LoanSchd-Account-Number
             Move installmentNumber  to LoanSchd-Installment
             Move DueDateWork        to LoanSchd-Due-Date
             Compute LoanSchd-Interest-Due rounded =
                 scheduledBalance * NoteRate
             Compute LoanSchd-Principal-Due =
                 PaymentAmount - LoanSchd-Interest-Due
             If installmentNumber = TermMonths
                   or LoanSchd-Principal-Due > scheduledBalance
                Move scheduledBalance to LoanSchd-Principal-Due
             End-If
             If LoanSchd-Principal-Due < zero
                Move zero to LoanSchd-Principal-Due
             End-If
             Compute LoanSchd-Payment =
                 LoanSchd-Interest-Due + LoanSchd-Principal-Due
             Subtract LoanSchd-Principal-Due from scheduledBalance
             Move zero to LoanSchd-Late-Charge LoanSchd-Late-Paid
                          LoanSchd-Interest-Paid
                          LoanSchd-Principal-Paid
                          LoanSchd-Billed-Date LoanSchd-Paid-Date
             Set LoanSchd-Is-Scheduled to true
             Write Loan-Schedule-Record
                 Invalid Key
                     Rewrite Loan-Schedule-Record
             End-Write.

         9110-Compute-Due-Date.
             Move BookDateWork to DueDateWork
             Compute MonthTotal = BW-Month + installmentNumber - 1
             Divide MonthTotal by 12
                 giving YearsToAdd remainder MonthRemainder
             Add YearsToAdd to DW-Year
             Compute DW-Month = MonthRemainder + 1
             If DW-Day > 28
                Move 28 to DW-Day
             End-If.

         End method "setLoanTerms".

      *****************************************************************
      * Loads the persisted loan terms back off the master record,    *
      * the way "init" loads the base account state.                  *
      *****************************************************************
         Identification Division.
         Method-id. "loadLoan".
         Procedure Division.
           Move AccountNumber to Master-Account-Number
           Invoke self "connectMaster"
           Read AcctMasterFile
             Invalid Key
               Continue
             Not Invalid Key
               Move Master-Loan-Term-Months   to TermMonths
               Move Master-Loan-Maturity-Date to MaturityDate
               Move Master-Loan-Billing-Hold  to BillingHold
               Move Master-Loan-Note-Rate     to NoteRate
               Move Master-Loan-Payment       to PaymentAmount
               Move Master-Loan-Next-Due      to NextDueDate
           End-Read
           Invoke self "releaseMaster".
         End method "loadLoan".

      *****************************************************************
      * Persists the loan terms onto the master record -- the same    *
      * reposition-read-rewrite shape "saveMaster" uses, touching     *
      * only the type-L fields.                                        *
      *****************************************************************
         Identification Division.
         Method-id. "saveLoan".
         Procedure Division.
           Move AccountNumber to Master-Account-Number
           Invoke self "connectMaster"
           Read AcctMasterFile
             Invalid Key
               Continue
             Not Invalid Key
               Move TermMonths    to Master-Loan-Term-Months
               Move MaturityDate  to Master-Loan-Maturity-Date
               Move BillingHold   to Master-Loan-Billing-Hold
               Move NoteRate      to Master-Loan-Note-Rate
               Move PaymentAmount to Master-Loan-Payment
               Move NextDueDate   to Master-Loan-Next-Due
               Rewrite Acct-Master-Record
           End-Read
           Invoke self "releaseMaster".
         End method "saveLoan".

      *****************************************************************
      * Sets (or, with "N", lifts) the billing hold that keeps the    *
      * nightly stage from billing or late-charging this loan.        *
      *****************************************************************
         Identification Division.
         Method-id. "setBillingHold".
         Data division.
         Linkage section.
         01 inBillingHold pic X(01).
         Procedure Division using by value inBillingHold.
           Move inBillingHold to BillingHold
           Invoke self "saveLoan".
         End method "setBillingHold".

         Identification Division.
         Method-id. "getPaymentAmount".
         Data division.
         Linkage section.
         01 outPaymentAmount pic S9(9) binary.
         Procedure Division returning outPaymentAmount.
           Move PaymentAmount to outPaymentAmount.
         End method "getPaymentAmount".

         Identification Division.
         Method-id. "getNextDueDate".
         Data division.
         Linkage section.
         01 outNextDueDate pic 9(8).
         Procedure Division returning outNextDueDate.
           Move NextDueDate to outNextDueDate.
         End method "getNextDueDate".

      *****************************************************************
      * What it takes to retire the loan today: the principal still   *
      * owed plus every late charge and every billed installment's    *
      * interest not yet paid.  Unbilled interest is not owed -- a    *
      * payoff before an installment bills saves its interest.        *
      *****************************************************************
         Identification Division.
         Method-id. "getPayoffAmount".
         Data division.
         Linkage section.
         01 outPayoffAmount pic S9(9) binary.
         Procedure Division returning outPayoffAmount.
           Move AccountBalance to outPayoffAmount
           Perform 9800-Open-Account-Schedule
           Perform 9810-Add-One-Installment
               Until NoMoreSchedRecords
           Close LoanSchedFile.

           Exit Method.

         9800-Open-Account-Schedule.
             Move "N" to SchedScanEOF-Switch
             Open Input LoanSchedFile
             If not LoanSchedOK
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             Move AccountNumber to LoanSchd-Account-Number
             Move zero to LoanSchd-Installment
             Start LoanSchedFile Key is Not Less Than LoanSchd-Key
                 Invalid Key
                     Move "Y" to SchedScanEOF-Switch
             End-Start
             Perform 9820-Read-Next-Installment.

         9810-Add-One-Installment.
             If LoanSchd-Account-Number not = AccountNumber
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             If LoanSchd-Is-Billed
                Compute outPayoffAmount = outPayoffAmount
                    + LoanSchd-Late-Charge - LoanSchd-Late-Paid
                    + LoanSchd-Interest-Due
                    - LoanSchd-Interest-Paid
             End-If
             Perform 9820-Read-Next-Installment.

         9820-Read-Next-Installment.
             If not NoMoreSchedRecords
                Read LoanSchedFile Next Record
                    At End
                        Move "Y" to SchedScanEOF-Switch
                End-Read
             End-If.

         End method "getPayoffAmount".

      *****************************************************************
      * Applies one payment.  Across the billed installments, oldest  *
      * first, the payment retires every outstanding late charge,     *
      * then every installment's interest, then its principal; what   *
      * is still left over pays the next installments not yet billed  *
      * ahead, in due-date order, each its interest then its          *
      * principal, so a customer who sends two payments at once is    *
      * not billed again next month.  Only what remains after that    *
      * -- or, on the payment that pays the loan off, everything left *
      * -- curtails principal from the LAST installment backward.     *
      * Each component is journaled under its own type -- "J" late    *
      * charge, "V" interest, "X" principal -- and only the principal *
      * entry reduces the balance owed.  A payment larger than the    *
      * payoff is refused whole so the caller can send the customer's *
      * money back rather than strand it; the payment that brings the *
      * principal to zero closes the loan.                            *
      *****************************************************************
         Identification Division.
         Method-id. "applyPayment".
         Data division.
         Local-storage section.
         01 payoffAmount pic S9(9) binary.
         Linkage section.
         01 inPayment  pic S9(9) binary.
         01 outApplied pic X(01).
            88 PaymentWasApplied value "Y".
         Procedure Division using by value inPayment
             returning outApplied.
           Move "N" to outApplied
           If AccountIsClosed or AccountIsFrozen
              Display "LoanAccount: payment rejected, loan "
                      AccountNumber " is " AccountStatus
              Exit Method
           End-If
           If inPayment not > zero
              Exit Method
           End-If
           Invoke self "getPayoffAmount" returning payoffAmount
           If inPayment > payoffAmount
              Display "LoanAccount: payment of " inPayment
                      " on loan " AccountNumber
                      " exceeds the payoff of " payoffAmount
              Exit Method
           End-If

           Move JournalLinkAccount  to SavedJournalLink
           Move JournalDateOverride to SavedJournalDate
           Move JournalApprover     to SavedApprover
           If SavedJournalDate not = zero
              Move SavedJournalDate to PaymentDate
           Else
              Call "GetBusDate" using PaymentDate
           End-If

           Move inPayment to AmountLeft
           Move zero to LateApplied InterestApplied PrincipalApplied
           Open I-O LoanSchedFile
           If not LoanSchedOK
              Display "LoanAccount: unable to open LOANSCHD for "
                      "loan " AccountNumber ", rc=" LoanSchedStatus
              Exit Method
           End-If
           Set ApplyingLateCharges to true
           Perform 9700-Apply-One-Pass
           Set ApplyingInterest to true
           Perform 9700-Apply-One-Pass
           Set ApplyingPrincipal to true
           Perform 9700-Apply-One-Pass
           If inPayment < payoffAmount
              Set ApplyingAhead to true
              Perform 9700-Apply-One-Pass
           End-If
           If AmountLeft > zero
              Perform 9740-Curtail-One-Installment
                  Varying CurtailIndex from TermMonths by -1
                  Until CurtailIndex < 1 or AmountLeft not > zero
           End-If
           Perform 9760-Find-Next-Due
           Close LoanSchedFile

           If LateApplied > zero
              Perform 9790-Restore-Journal-Detail
              Invoke self "postJournal"
                using by value "J" LateApplied
           End-If
           If InterestApplied > zero
              Perform 9790-Restore-Journal-Detail
              Invoke self "postJournal"
                using by value "V" InterestApplied
           End-If
           If PrincipalApplied > zero
              Subtract PrincipalApplied from AccountBalance
              Invoke self "saveMaster"
              Perform 9790-Restore-Journal-Detail
              Invoke self "postJournal"
                using by value "X" PrincipalApplied
           End-If
           Invoke self "saveLoan"
           Set PaymentWasApplied to true

           If AccountBalance not > zero
              Display "LoanAccount: loan " AccountNumber
                      " paid in full"
              Invoke self "closeAccount"
           End-If.

           Exit Method.

      *****************************************************************
      * One pass over the account's billed installments, oldest       *
      * first, applying what is left of the payment to the component  *
      * this pass covers -- or, on the pay-ahead pass, over the       *
      * installments not yet billed.                                  *
      *****************************************************************
         9700-Apply-One-Pass.
             Move "N" to SchedScanEOF-Switch
             Move AccountNumber to LoanSchd-Account-Number
             Move zero to LoanSchd-Installment
             Start LoanSchedFile Key is Not Less Than LoanSchd-Key
                 Invalid Key
                     Move "Y" to SchedScanEOF-Switch
             End-Start
             Perform 9705-Read-Apply-Installment
             Perform 9710-Apply-To-One-Installment
                 Until NoMoreSchedRecords or AmountLeft not > zero.

         9705-Read-Apply-Installment.
             If not NoMoreSchedRecords
                Read LoanSchedFile Next Record
                    At End
                        Move "Y" to SchedScanEOF-Switch
                End-Read
             End-If.

         9710-Apply-To-One-Installment.
             If LoanSchd-Account-Number not = AccountNumber
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             If ApplyingAhead
                If LoanSchd-Is-Scheduled
                   Perform 9715-Pay-Installment-Ahead
                End-If
                Perform 9705-Read-Apply-Installment
                Exit Paragraph
             End-If
             If LoanSchd-Is-Billed
                Evaluate True
                    When ApplyingLateCharges
                        Compute ComponentOwed =
                            LoanSchd-Late-Charge - LoanSchd-Late-Paid
                    When ApplyingInterest
                        Compute ComponentOwed =
                            LoanSchd-Interest-Due
                            - LoanSchd-Interest-Paid
                    When Other
                        Compute ComponentOwed =
                            LoanSchd-Principal-Due
                            - LoanSchd-Principal-Paid
                End-Evaluate
                If ComponentOwed > zero
                   Perform 9720-Take-Component-Piece
                   Evaluate True
                       When ApplyingLateCharges
                           Add ComponentPiece to LoanSchd-Late-Paid
                           Add ComponentPiece to LateApplied
                       When ApplyingInterest
                           Add ComponentPiece
                             to LoanSchd-Interest-Paid
                           Add ComponentPiece to InterestApplied
                       When Other
                           Add ComponentPiece
                             to LoanSchd-Principal-Paid
                           Add ComponentPiece to PrincipalApplied
                   End-Evaluate
                   Perform 9730-Mark-If-Paid
                   Rewrite Loan-Schedule-Record
                End-If
             End-If
             Perform 9705-Read-Apply-Installment.

      *****************************************************************
      * Paying ahead: an installment not yet billed takes its interest *
      * and then its principal, as it would have when it came due.    *
      * One covered in full is marked paid and never bills; one       *
      * covered in part bills only what is still owed on it.         *
      *****************************************************************
         9715-Pay-Installment-Ahead.
             Compute ComponentOwed =
                 LoanSchd-Interest-Due - LoanSchd-Interest-Paid
             If ComponentOwed > zero
                Perform 9720-Take-Component-Piece
                Add ComponentPiece to LoanSchd-Interest-Paid
                Add ComponentPiece to InterestApplied
             End-If
             Compute ComponentOwed =
                 LoanSchd-Principal-Due - LoanSchd-Principal-Paid
             If ComponentOwed > zero
                Perform 9720-Take-Component-Piece
                Add ComponentPiece to LoanSchd-Principal-Paid
                Add ComponentPiece to PrincipalApplied
             End-If
             Perform 9730-Mark-If-Paid
             Rewrite Loan-Schedule-Record.

         9720-Take-Component-Piece.
             If ComponentOwed > AmountLeft
                Move AmountLeft to ComponentPiece
             Else
                Move ComponentOwed to ComponentPiece
             End-If
             Subtract ComponentPiece from AmountLeft.

         9730-Mark-If-Paid.
             If LoanSchd-Late-Paid >= LoanSchd-Late-Charge
                   and LoanSchd-Principal-Paid
                       >= LoanSchd-Principal-Due
                   and (LoanSchd-Interest-Paid
                       >= LoanSchd-Interest-Due
                    or LoanSchd-Is-Scheduled)
                Set LoanSchd-Is-Paid to true
                Move PaymentDate to LoanSchd-Paid-Date
             End-If.

      *****************************************************************
      * Curtailment: principal still left once every installment has  *
      * been paid ahead retires the last installments first.  An      *
      * unbilled installment whose principal is covered in full is    *
      * marked paid -- its interest is never earned, because the      *
      * principal it was figured on is gone.                          *
      *****************************************************************
         9740-Curtail-One-Installment.
             Move AccountNumber to LoanSchd-Account-Number
             Move CurtailIndex  to LoanSchd-Installment
             Read LoanSchedFile
                 Invalid Key
                     Exit Paragraph
             End-Read
             If LoanSchd-Is-Paid
                Exit Paragraph
             End-If
             Compute ComponentOwed =
                 LoanSchd-Principal-Due - LoanSchd-Principal-Paid
             If ComponentOwed > zero
                Perform 9720-Take-Component-Piece
                Add ComponentPiece to LoanSchd-Principal-Paid
                Add ComponentPiece to PrincipalApplied
                Perform 9730-Mark-If-Paid
                Rewrite Loan-Schedule-Record
             End-If.

      *****************************************************************
      * The next due date is the due date of the oldest installment   *
      * still not paid in full; zero once none is left.                *
      *****************************************************************
         9760-Find-Next-Due.
             Move zero to NextDueDate
             Move "N" to SchedScanEOF-Switch
             Move AccountNumber to LoanSchd-Account-Number
             Move zero to LoanSchd-Installment
             Start LoanSchedFile Key is Not Less Than LoanSchd-Key
                 Invalid Key
                     Move "Y" to SchedScanEOF-Switch
             End-Start
             Perform 9705-Read-Apply-Installment
             Perform 9770-Check-One-Due
                 Until NoMoreSchedRecords.

         9770-Check-One-Due.
             If LoanSchd-Account-Number not = AccountNumber
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             If not LoanSchd-Is-Paid
                Move LoanSchd-Due-Date to NextDueDate
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             Perform 9705-Read-Apply-Installment.

         9790-Restore-Journal-Detail.
             Move SavedJournalLink to JournalLinkAccount
             Move SavedJournalDate to JournalDateOverride
             Move SavedApprover    to JournalApprover.

         End method "applyPayment".

      *****************************************************************
      * The billing half of the nightly stage: every installment      *
      * still only scheduled whose due date falls on or before the    *
      * billing horizon moves to Billed, and the amount it bills --   *
      * whatever of its payment is still owed after any payment ahead *
      * or curtailment -- is journaled under the no-money billing     *
      * type "B".  Returns the total billed for the stage's totals.   *
      *****************************************************************
         Identification Division.
         Method-id. "billInstallments".
         Data division.
         Local-storage section.
         01 installmentBilled pic S9(9) binary.
         01 billingDate       pic 9(8).
         Linkage section.
         01 inHorizonDate pic 9(8).
         01 outBilled     pic S9(9) binary.
         Procedure Division using by value inHorizonDate
             returning outBilled.
           Move zero to outBilled
           If not AccountIsOpen or LoanBillingHeld
              Exit Method
           End-If
           Call "GetBusDate" using billingDate
           Move "N" to SchedScanEOF-Switch
           Open I-O LoanSchedFile
           If not LoanSchedOK
              Exit Method
           End-If
           Move AccountNumber to LoanSchd-Account-Number
           Move zero to LoanSchd-Installment
           Start LoanSchedFile Key is Not Less Than LoanSchd-Key
               Invalid Key
                   Move "Y" to SchedScanEOF-Switch
           End-Start
           Perform 9300-Read-Bill-Installment
           Perform 9310-Bill-One-Installment
               Until NoMoreSchedRecords
           Close LoanSchedFile.

           Exit Method.

         9300-Read-Bill-Installment.
             If not NoMoreSchedRecords
                Read LoanSchedFile Next Record
                    At End
                        Move "Y" to SchedScanEOF-Switch
                End-Read
             End-If.

         9310-Bill-One-Installment.
             If LoanSchd-Account-Number not = AccountNumber
                   or LoanSchd-Due-Date > inHorizonDate
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             If LoanSchd-Is-Scheduled
                Set LoanSchd-Is-Billed to true
                Move billingDate to LoanSchd-Billed-Date
                Compute installmentBilled =
                    LoanSchd-Interest-Due + LoanSchd-Principal-Due
                    - LoanSchd-Interest-Paid - LoanSchd-Principal-Paid
                Rewrite Loan-Schedule-Record
                Add installmentBilled to outBilled
                Invoke self "postJournal"
                  using by value "B" installmentBilled
             End-If
             Perform 9300-Read-Bill-Installment.

         End method "billInstallments".

      *****************************************************************
      * The late-charge half of the nightly stage: a billed           *
      * installment still short of its interest or principal once     *
      * its grace period has run out (due date plus the grace days,   *
      * strictly before the as-of date) is assessed the late charge   *
      * the caller priced from FEESCHED -- once per installment --    *
      * journaled under the no-money late-charge type "Q" and         *
      * counted into the master's YTD fees.  Returns the total        *
      * assessed.                                                      *
      *****************************************************************
         Identification Division.
         Method-id. "assessLateCharges".
         Data division.
         Local-storage section.
         01 graceEndDate pic 9(8).
         Linkage section.
         01 inAsOfDate    pic 9(8).
         01 inGraceDays   pic S9(9) binary.
         01 inLateCharge  pic S9(9) binary.
         01 outAssessed   pic S9(9) binary.
         Procedure Division using by value inAsOfDate inGraceDays
                                           inLateCharge
             returning outAssessed.
           Move zero to outAssessed
           If not AccountIsOpen or LoanBillingHeld
                 or inLateCharge not > zero
              Exit Method
           End-If
           Move "N" to SchedScanEOF-Switch
           Open I-O LoanSchedFile
           If not LoanSchedOK
              Exit Method
           End-If
           Move AccountNumber to LoanSchd-Account-Number
           Move zero to LoanSchd-Installment
           Start LoanSchedFile Key is Not Less Than LoanSchd-Key
               Invalid Key
                   Move "Y" to SchedScanEOF-Switch
           End-Start
           Perform 9400-Read-Late-Installment
           Perform 9410-Check-One-Installment
               Until NoMoreSchedRecords
           Close LoanSchedFile.

           Exit Method.

         9400-Read-Late-Installment.
             If not NoMoreSchedRecords
                Read LoanSchedFile Next Record
                    At End
                        Move "Y" to SchedScanEOF-Switch
                End-Read
             End-If.

         9410-Check-One-Installment.
             If LoanSchd-Account-Number not = AccountNumber
                Move "Y" to SchedScanEOF-Switch
                Exit Paragraph
             End-If
             If LoanSchd-Is-Billed and LoanSchd-Late-Charge = zero
                Compute graceEndDate = Function Date-Of-Integer(
                    Function Integer-Of-Date(LoanSchd-Due-Date)
                    + inGraceDays)
                If graceEndDate < inAsOfDate
                   Move inLateCharge to LoanSchd-Late-Charge
                   Rewrite Loan-Schedule-Record
                   Add inLateCharge to outAssessed
                   Invoke self "postJournal"
                     using by value "Q" inLateCharge
                End-If
             End-If
             Perform 9400-Read-Late-Installment.

         End method "assessLateCharges".

      *****************************************************************
      * A credit against a loan IS a payment -- any path that holds a *
      * LoanAccount object and drives the ordinary "credit" gets the  *
      * payment application, not a balance increase.                  *
      *****************************************************************
         Identification Division.
         Method-id. "credit".
         Data division.
         Local-storage section.
         01 paymentOutcome pic X(01).
         Linkage section.
         01 inCredit   pic S9(9) binary.
         Procedure Division using by value inCredit.
           Invoke self "applyPayment" using by value inCredit
             returning paymentOutcome
           If paymentOutcome not = "Y"
              Display "LoanAccount: credit of " inCredit
                      " to loan " AccountNumber " not applied"
           End-If.
         End method "credit".

      *****************************************************************
      * An installment loan takes no withdrawals -- the one advance   *
      * is booked when the loan is.                                    *
      *****************************************************************
         Identification Division.
         Method-id. "debit".
         Data division.
         Linkage section.
         01 inDebit    pic S9(9) binary.
         Procedure Division using by value inDebit.
           Display "LoanAccount: debit rejected, loan "
                   AccountNumber " takes no withdrawals".
         End method "debit".

         Identification Division.
         Method-id. "print".
         Data division.
         Local-storage section.
         01 printableDue      pic 9999/99/99.
         01 printableMaturity pic 9999/99/99.
         01 printablePayment  pic $$$$,$$$,$$9.
         Procedure Division.
            Invoke super "print"
            Move NextDueDate   to printableDue
            Move MaturityDate  to printableMaturity
            Move PaymentAmount to printablePayment
            Display " Payment:  " printablePayment
                    " next due " printableDue
            Display " Matures:  " printableMaturity
                    " term " TermMonths " months".
         End method "print".
       End Object.
       End class LoanAccount.
