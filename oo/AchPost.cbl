      * updated exactly like any other posting.  A prenote only        *
      * validates the account number and status, moving no money.     *
      * Every refused entry -- closed or frozen account, no account    *
      * on file, a debit the available balance cannot cover, a debit  *
      * against or a payment refused by an installment loan, or a     *
      * failed prenote -- comes back out on the ACHRETRN outbound      *
      * return file with the network reason code and the originator's *
      * trace number.  A credit to a loan is applied as a payment,    *
      * and a federal benefit credit is logged to BENECRED for the    *
      * garnishment protected-amount lookback.                         *
      * The file carries the same HEADER/TRAILR count-and-hash        *
      * controls TXNFILE does and is refused whole when they          *
      * disagree, and the ACHREGY processed-file registry blocks the  *
      * same file from ever being applied twice.                       *
      ******************************************************************
       Identification division.
       Program-id. "AchPost" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account     is "Account"
           Class LoanAccount is "LoanAccount".
       Input-Output Section.
       File-Control.
           Select AchInFile Assign to "ACHIN"
           Select RunHistFile Assign to "RUNHIST"
               Organization is Sequential
               File Status is RunHistStatus.
           Select BenefitCreditFile Assign to "BENECRED"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Bene-Key
               File Status is BenefitCreditStatus.
       Data Division.
       File Section.
       FD  AchInFile.
           Copy AcctRec.
       FD  RunHistFile.
           Copy RunHist.
       FD  BenefitCreditFile.
           Copy BeneCred.

       Working-Storage Section.
       01  AchInFileStatus        pic X(02) value spaces.
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  RunHistStatus          pic X(02) value spaces.
       01  BenefitCreditStatus    pic X(02) value spaces.
           88 BenefitCreditOK        value "00".
       01  BeneOpen-Switch        pic X(01) value "N".
           88 BenefitFileOpen        value "Y".

       01  AchEOF-Switch          pic X(01) value "N".
           88 NoMoreAchEntries       value "Y".
       01  Entry-Status           pic X(01) value spaces.
       01  Entry-Available        pic S9(9) binary value zero.
       01  Return-Reason          pic X(03) value spaces.
       01  Loan-Payment-Applied   pic X(01) value "N".

       01  EntriesRead            pic 9(7) value zero.
       01  EntriesPosted          pic 9(7) value zero.
       01  PrenotesValidated      pic 9(7) value zero.
       01  EntriesReturned        pic 9(7) value zero.
       01  BenefitCreditsLogged   pic 9(7) value zero.

       Local-storage section.
       01  workingAccount         usage object reference Account.
       01  workingLoan            usage object reference LoanAccount.

       Procedure Division.
       0000-Mainline.
              Exit Paragraph
           End-If

      *  a credit to an installment loan is a payment on it
           If Master-Type-Loan
              Perform 2300-Post-Loan-Payment
              Exit Paragraph
           End-If

           Invoke Account "createAccount"
             using by value Ach-Account-Number
             returning workingAccount
           Else
              Invoke workingAccount "credit"
                using by value Ach-Amount
              If Ach-Federal-Benefit and not Master-Status-ChargedOff
                 Perform 2250-Log-Benefit-Credit
              End-If
           End-If
           Add 1 to EntriesPosted.

      *****************************************************************
      * A federal benefit payment is remembered in BENECRED, by       *
      * account and date, so a garnishment later served on the       *
      * account can work out how much of the balance it must leave   *
      * alone.                                                         *
      *****************************************************************
       2250-Log-Benefit-Credit.
           If not BenefitFileOpen
              Open I-O BenefitCreditFile
              If BenefitCreditStatus = "35"
                 Open Output BenefitCreditFile
                 Close BenefitCreditFile
                 Open I-O BenefitCreditFile
              End-If
              If not BenefitCreditOK
                 Display "AchPost: unable to open BENECRED, rc="
                         BenefitCreditStatus
                 Exit Paragraph
              End-If
              Move "Y" to BeneOpen-Switch
           End-If
           Move Ach-Account-Number    to Bene-Account-Number
           Move Posting-Business-Date to Bene-Posted-Date
           Move Ach-Trace-Number      to Bene-Trace-Number
           Move Ach-Amount            to Bene-Amount
           Move Ach-Company-Name      to Bene-Company-Name
           Write Benefit-Credit-Record
               Invalid Key
                   Display "AchPost: benefit credit already logged, "
                           "trace " Ach-Trace-Number
               Not Invalid Key
                   Add 1 to BenefitCreditsLogged
           End-Write.

      *****************************************************************
      * Applies a credit entry to an installment loan through         *
      * LoanAccount -- late charge, then interest, then principal --  *
      * and returns it when the loan refuses it, which for an open    *
      * loan means the entry is more than the payoff.                  *
      *****************************************************************
       2300-Post-Loan-Payment.
           Move "N" to Loan-Payment-Applied
           Invoke LoanAccount "openLoanAccount"
             using by value Entry-Binary-Account
             returning workingLoan
           If workingLoan not = Null
              Invoke workingLoan "applyPayment"
                using by value Ach-Amount
                returning Loan-Payment-Applied
           End-If
           If Loan-Payment-Applied = "Y"
              Add 1 to EntriesPosted
           Else
              Move "R23" to Return-Reason
              Perform 2900-Write-Return-Item
           End-If.

      *****************************************************************
      * Shared validation for prenotes and live entries: check digit, *
      * existence on the master, and an open status.  Read against    *
                   Move "R02" to Return-Reason
               When Master-Status-Frozen
                   Move "R16" to Return-Reason
      *  nothing is withdrawn from a loan, so a debit (or its prenote)
      *  against one is a non-transaction account
               When Master-Type-Loan and
                     (Ach-Entry-Debit or Ach-Prenote-Debit)
                   Move "R20" to Return-Reason
      *  a charged-off account takes credits, as recoveries, but is
      *  closed to anything drawn against it
               When Master-Status-ChargedOff and
                     (Ach-Entry-Debit or Ach-Prenote-Debit)
                   Move "R02" to Return-Reason
               When Other
                   Continue
           End-Evaluate.
              Close AchReturnFile
              Perform 9100-Record-File-Applied
           End-If
           If BenefitFileOpen
              Close BenefitCreditFile
           End-If
           Perform 9400-Write-Run-History
           Display "AchPost: read=" EntriesRead
                   " posted=" EntriesPosted
                   " prenotes=" PrenotesValidated
                   " returned=" EntriesReturned
                   " benefit credits=" BenefitCreditsLogged.

      *****************************************************************
      * Registers the file just applied in ACHREGY, so a rerun        *
