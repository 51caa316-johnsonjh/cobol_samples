        01 MonthTotal pic 9(5) value zero.
        01 YearsToAdd pic 9(3) value zero.
        01 MonthRemainder pic 9(2) value zero.
      *  the term interest the last "matureDeposit" credited, for the
      *  maturity stage's accrual relief
        01 TermInterestPaid pic S9(9) binary value zero.
        Procedure Division.

      *****************************************************************
         01 monthInterest  pic S9(9) binary.
         01 currentRate    pic S9(3)V9(4) comp-3.
         01 linkedAccount  pic 9(6).
         01 depositTaxpayer pic 9(6).
         01 withheldAmount pic S9(9) binary.
         01 payeeAccount   usage object reference Account.
         Linkage section.
         01 outInterestAmount pic S9(9) binary.
             using by value "I" monthInterest
           Invoke payeeAccount "setJournalLink"
             using by value AccountNumber
      *  InterestBatch books the swept interest to the GL itself
           Invoke payeeAccount "setJournalGlBooked"
           Invoke payeeAccount "credit"
             using by value monthInterest
      *  the interest is the CD owner's, so it is the CD owner's
      *  backup-withholding status that governs the linked account
           Invoke self "getTaxpayer" returning depositTaxpayer
           Invoke payeeAccount "setJournalLink"
             using by value AccountNumber
           Invoke payeeAccount "withholdBackup"
             using by value monthInterest depositTaxpayer
             returning withheldAmount
           Move monthInterest to outInterestAmount.
         End method "sweepInterest".

           Move MaturityDate to outMaturityDate.
         End method "getMaturityDate".

         Identification Division.
         Method-id. "getTermInterest".
         Data division.
         Linkage section.
         01 outTermInterest pic S9(9) binary.
         Procedure Division returning outTermInterest.
           Move TermInterestPaid to outTermInterest.
         End method "getTermInterest".

      *****************************************************************
      * Loads the persisted CD terms back off the master record, the  *
      * way "init" loads the base account state.                       *
         01 termInterest   pic S9(9) binary.
         01 currentRate    pic S9(3)V9(4) comp-3.
         01 payoutAmount   pic S9(9) binary.
         01 ownTaxpayer    pic 9(6) value zero.
         01 withheldAmount pic S9(9) binary.
         01 linkedAccount  pic 9(6).
         01 payeeAccount   usage object reference Account.
         Linkage section.
            88 DepositPaidOut    value "P".
         Procedure Division using by value inAsOfDate
             returning outAction.
           Move zero to TermInterestPaid
           If MaturityDate = zero or inAsOfDate < MaturityDate
              Set DepositNotMatured to true
              Exit Method
                 Invoke self "saveMaster"
                 Invoke self "postJournal"
                   using by value "I" termInterest
                 Invoke self "withholdBackup"
                   using by value termInterest ownTaxpayer
                   returning withheldAmount
                 Move termInterest to TermInterestPaid
              End-If
           End-If

