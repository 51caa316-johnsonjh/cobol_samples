       cbl thread,pgmname(longmixed),lib
      ******************************************************************
      * IraAccount.cbl                                                 *
      *----------------------------------------------------------------*
      * An individual retirement account -- a savings account (type   *
      * "R" on ACCTMAST) whose money moves only as contributions and  *
      * distributions, each counted toward a tax year on the IRAYEAR  *
      * ledger.  A regular contribution is held to the annual limit   *
      * on FEESCHED (IRAL), raised by the catch-up amount (IRAC) for  *
      * an owner 50 or over by the end of the tax year, and may be    *
      * designated for the prior year until the 15 April filing      *
      * deadline; a rollover contribution is not limited.  A          *
      * distribution is coded normal, early or direct rollover, and   *
      * the federal income tax withheld from a normal or early        *
      * distribution is journaled under its own type and booked       *
      * through GLPOST to withholding payable.  Tax1099 writes the    *
      * 5498 and 1099-R extracts from the IRAYEAR rows.               *
      ******************************************************************

       Identification Division.
       Class-id. IraAccount inherits SavingsAccount.
       Environment Division.
       Configuration section.
       Repository.
           Class SavingsAccount is "SavingsAccount"
           Class IraAccount     is "IraAccount".
       Identification division.
       Factory.
        Data division.
        Working-storage section.
        01 NumberOfIraAccounts pic 9(6) value zero.
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
      * Opens a new IRA.  Against an account number already on        *
      * ACCTMAST the existing account is loaded as it stands and only *
      * the interest rate is applied to the object.                    *
      *****************************************************************
         Identification Division.
         Method-id. "createIraAccount".
         Data division.
         Linkage section.
         01 inAccountNumber   pic S9(6) binary.
         01 inInterestRate    pic S9(3)V9(4) comp-3.
         01 outIraAccount object reference IraAccount.
         01 validCheckDigit pic X(01).
            88 AccountNumberIsValid value "Y".
         01 wasNewAccount pic X(01).
            88 AccountWasNewlyCreated value "Y".
           Copy JNI.
         Procedure Division using by value inAccountNumber
                                           inInterestRate
             returning outIraAccount.
           Set address of JNIEnv to JNIEnvPtr
           Set address of JNINativeInterface to JNIEnv

           Invoke self "checkDigitIsValid" using by value
               inAccountNumber returning validCheckDigit
           If not AccountNumberIsValid
              Display "IraAccount: rejected malformed "
                      "account number " inAccountNumber
              Set outIraAccount to Null
              Exit Method
           End-If

           Invoke IraAccount New returning outIraAccount
           Invoke outIraAccount "init"
             using by value inAccountNumber
             returning wasNewAccount
           Invoke outIraAccount "setInterestRate"
             using by value inInterestRate
           If AccountWasNewlyCreated
              Invoke outIraAccount "setAccountType"
                using by value "R"
              Add 1 to NumberOfIraAccounts
           End-If.
         End method "createIraAccount".

      *****************************************************************
      * Reconstructs the object for an IRA already on the master, so  *
      * the posting channels can contribute to it or distribute from *
      * it once they have seen a type-R account.                       *
      *****************************************************************
         Identification Division.
         Method-id. "openIraAccount".
         Data division.
         Linkage section.
         01 inAccountNumber   pic S9(6) binary.
         01 outIraAccount object reference IraAccount.
         01 validCheckDigit pic X(01).
            88 AccountNumberIsValid value "Y".
         01 wasNewAccount pic X(01).
           Copy JNI.
         Procedure Division using by value inAccountNumber
             returning outIraAccount.
           Set address of JNIEnv to JNIEnvPtr
           Set address of JNINativeInterface to JNIEnv

           Invoke self "checkDigitIsValid" using by value
               inAccountNumber returning validCheckDigit
           If not AccountNumberIsValid
              Display "IraAccount: rejected malformed "
                      "account number " inAccountNumber
              Set outIraAccount to Null
              Exit Method
           End-If

           Invoke IraAccount New returning outIraAccount
           Invoke outIraAccount "init"
             using by value inAccountNumber
             returning wasNewAccount.
         End method "openIraAccount".

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
           Move NumberOfIraAccounts to outAccountsOpened.
         End method "getAccountsOpened".
       End Factory.

       Identification division.
       Object.
        Data division.
        Working-storage section.
        01 IraYearStatus   pic X(02) value spaces.
           88 IraYearOK       value "00".
        01 NewYear-Switch  pic X(01) value "N".
           88 IraYearRowIsNew value "Y".
        01 BusinessDate    pic 9(8) value zero.
        01 BusinessDateParts redefines BusinessDate.
           05 BusinessYear     pic 9(4).
           05 BusinessMonthDay pic 9(4).
      *  the last day a contribution may still be designated for the
      *  prior tax year
        01 FilingDeadline  pic 9(4) value 0415.
        Procedure Division.

      *****************************************************************
      * Takes a contribution for the tax year given (zero -- the      *
      * current year).  The prior year is open only through the       *
      * filing deadline.  A regular contribution that would carry the *
      * year's total past the limit is refused whole; a rollover      *
      * (inKind "R") is counted separately and never limited.  Returns *
      * "Y" when posted, "S" when the account is not open, "A" for a  *
      * non-positive amount, "T" when the tax year is not open, "L"   *
      * when over the limit, or "F" when IRAYEAR cannot be opened.     *
      *****************************************************************
         Identification Division.
         Method-id. "contribute".
         Environment Division.
         Input-Output Section.
         File-Control.
             Select IraYearFile Assign to "IRAYEAR"
                 Organization is Indexed
                 Access Mode is Dynamic
                 Record Key is IraYr-Key
                 File Status is IraYearStatus.
             Select CustExtFile Assign to "CUSTEXT"
                 Organization is Indexed
                 Access Mode is Dynamic
                 Record Key is CustExt-Number
                 File Status is CustExtStatus.
         Data division.
         File Section.
         FD  IraYearFile.
             Copy IraYear.
         FD  CustExtFile.
             Copy CustExt.
         Local-storage section.
         01 CustExtStatus pic X(02) value spaces.
            88 CustExtOK value "00".
         01 contributionYear pic 9(4) value zero.
         01 birthYear pic 9(4) value zero.
         01 feeAcctType pic X(01) value "R".
         01 feeDefault pic S9(9) binary value zero.
         01 feeResolved pic S9(9) binary value zero.
         01 annualLimit pic S9(9) binary value zero.
         Linkage section.
         01 inAmount   pic S9(9) binary.
         01 inTaxYear  pic 9(4).
         01 inKind     pic X(01).
            88 ContributionIsRollover value "R".
         01 outResult  pic X(01).
            88 ContributionPosted value "Y".
         Procedure Division using by value inAmount inTaxYear inKind
             returning outResult.
           If not AccountIsOpen
              Display "IraAccount: contribution rejected, account "
                      AccountNumber " is " AccountStatus
              Move "S" to outResult
              Exit Method
           End-If
           If inAmount not > zero
              Move "A" to outResult
              Exit Method
           End-If

           Call "GetBusDate" using BusinessDate
           Move inTaxYear to contributionYear
           If contributionYear = zero
              Move BusinessYear to contributionYear
           End-If
           If contributionYear not = BusinessYear
              If contributionYear + 1 not = BusinessYear
                    or BusinessMonthDay > FilingDeadline
                 Display "IraAccount: contribution to " AccountNumber
                         " rejected, tax year " contributionYear
                         " is not open"
                 Move "T" to outResult
                 Exit Method
              End-If
           End-If

           Open I-O IraYearFile
           If IraYearStatus = "35"
              Open Output IraYearFile
              Close IraYearFile
              Open I-O IraYearFile
           End-If
           If not IraYearOK
              Display "IraAccount: unable to open IRAYEAR, rc="
                      IraYearStatus
              Move "F" to outResult
              Exit Method
           End-If
           Move AccountNumber    to IraYr-Account-Number
           Move contributionYear to IraYr-Tax-Year
           Perform 9800-Read-Ira-Year

           If not ContributionIsRollover
              Perform 9810-Resolve-Annual-Limit
              If IraYr-Contributions + inAmount > annualLimit
                 Display "IraAccount: contribution of " inAmount
                         " to " AccountNumber " for " contributionYear
                         " exceeds the annual limit"
                 Close IraYearFile
                 Move "L" to outResult
                 Exit Method
              End-If
           End-If

           Invoke self "credit" using by value inAmount
           If ContributionIsRollover
              Add inAmount to IraYr-Rollover-In
           Else
              Add inAmount to IraYr-Contributions
           End-If
           Move BusinessDate to IraYr-Last-Post-Date
           Perform 9890-Write-Ira-Year
           Close IraYearFile
           Set ContributionPosted to true
           Exit Method.

      *****************************************************************
      * The limit for the year: IRAL, plus IRAC when the primary      *
      * owner's date of birth on CUSTEXT puts them at 50 or over by   *
      * the end of the tax year.  No birth date on file, no catch-up. *
      *****************************************************************
         9810-Resolve-Annual-Limit.
             Move 700000 to feeDefault
             Call "FeeLook" using by content "IRAL"
                  by reference feeAcctType feeDefault feeResolved
             Move feeResolved to annualLimit
             Open Input CustExtFile
             If not CustExtOK
                Exit Paragraph
             End-If
             Move OwnerCustId(1) to CustExt-Number
             Read CustExtFile
                 Invalid Key
                     Move zero to CustExt-Date-Of-Birth
             End-Read
             Close CustExtFile
             Move CustExt-Date-Of-Birth(1:4) to birthYear
             If birthYear > zero
                   and birthYear + 50 not > contributionYear
                Move 100000 to feeDefault
                Call "FeeLook" using by content "IRAC"
                     by reference feeAcctType feeDefault feeResolved
                Add feeResolved to annualLimit
             End-If.

      *****************************************************************
      * The account's row for the year keyed, or a fresh one built    *
      * with nothing yet counted toward it.                            *
      *****************************************************************
         9800-Read-Ira-Year.
             Move "N" to NewYear-Switch
             Read IraYearFile
                 Invalid Key
                     Move "Y" to NewYear-Switch
             End-Read
             If IraYearRowIsNew
                Move zero to IraYr-Contributions IraYr-Rollover-In
                             IraYr-Dist-Normal IraYr-Dist-Early
                             IraYr-Dist-Rollover
                             IraYr-Withheld-Normal
                             IraYr-Withheld-Early
                             IraYr-Last-Post-Date
             End-If.

         9890-Write-Ira-Year.
             If IraYearRowIsNew
                Write Ira-Year-Record
             Else
                Rewrite Ira-Year-Record
             End-If
             If not IraYearOK
                Display "IraAccount: IRAYEAR update failed for "
                        AccountNumber ", rc=" IraYearStatus
             End-If.

         End method "contribute".

      *****************************************************************
      * Pays a distribution of inAmount, gross, coded "N" normal, "E" *
      * early or "R" direct rollover.  The percentage given is        *
      * withheld for federal income tax from a normal or early        *
      * distribution -- never from a direct rollover -- and the       *
      * customer is paid the rest: the net debits the account as an   *
      * ordinary withdrawal and the withholding posts under the       *
      * journal's own tax-withheld type "H" with a balanced GLPOST    *
      * pair, IRA deposits to federal withholding payable.  Returns   *
      * "Y" when paid, "S" when the account is not open, "A" for a    *
      * non-positive amount or one beyond the available balance, "C"  *
      * for an unknown distribution code, or "F" when IRAYEAR cannot  *
      * be opened.                                                     *
      *****************************************************************
         Identification Division.
         Method-id. "distribute".
         Environment Division.
         Input-Output Section.
         File-Control.
             Select IraYearFile Assign to "IRAYEAR"
                 Organization is Indexed
                 Access Mode is Dynamic
                 Record Key is IraYr-Key
                 File Status is IraYearStatus.
             Select GLPostFile Assign to "GLPOST"
                 Organization is Sequential
                 File Status is GLPostFileStatus.
         Data division.
         File Section.
         FD  IraYearFile.
             Copy IraYear.
         FD  GLPostFile.
             Copy GLPost.
         Local-storage section.
         01 GLPostFileStatus pic X(02) value spaces.
         01 availableBalance pic S9(9) binary value zero.
         01 withheldAmount pic S9(9) binary value zero.
         01 netAmount pic S9(9) binary value zero.
         01 glResolveDefault pic X(10) value spaces.
         01 glIraAccount pic X(10) value spaces.
         01 glWithholdingAccount pic X(10) value spaces.
         Linkage section.
         01 inAmount      pic S9(9) binary.
         01 inCode        pic X(01).
            88 DistributionIsNormal   value "N".
            88 DistributionIsEarly    value "E".
            88 DistributionIsRollover value "R".
            88 DistributionCodeValid  values "N" "E" "R".
         01 inWithholdPct pic 9(2)V99.
         01 outResult     pic X(01).
            88 DistributionPaid value "Y".
         Procedure Division using by value inAmount inCode
                                           inWithholdPct
             returning outResult.
           If not AccountIsOpen
              Display "IraAccount: distribution rejected, account "
                      AccountNumber " is " AccountStatus
              Move "S" to outResult
              Exit Method
           End-If
           If not DistributionCodeValid
              Display "IraAccount: distribution from " AccountNumber
                      " rejected, unknown code " inCode
              Move "C" to outResult
              Exit Method
           End-If
           Invoke self "getAvailableBalance"
             returning availableBalance
           If inAmount not > zero or inAmount > availableBalance
              Display "IraAccount: distribution of " inAmount
                      " from " AccountNumber " rejected"
              Move "A" to outResult
              Exit Method
           End-If

           Open I-O IraYearFile
           If IraYearStatus = "35"
              Open Output IraYearFile
              Close IraYearFile
              Open I-O IraYearFile
           End-If
           If not IraYearOK
              Display "IraAccount: unable to open IRAYEAR, rc="
                      IraYearStatus
              Move "F" to outResult
              Exit Method
           End-If

           Move zero to withheldAmount
           If not DistributionIsRollover
              Compute withheldAmount rounded =
                  inAmount * inWithholdPct / 100
           End-If
           Compute netAmount = inAmount - withheldAmount

           If netAmount > zero
              Invoke self "debit" using by value netAmount
           End-If
           If withheldAmount > zero
              Subtract withheldAmount from AccountBalance
              Invoke self "saveMaster"
              Invoke self "postJournal"
                using by value "H" withheldAmount
              Perform 9850-Post-Withholding-GL
           End-If

           Call "GetBusDate" using BusinessDate
           Move AccountNumber to IraYr-Account-Number
           Move BusinessYear  to IraYr-Tax-Year
           Perform 9800-Read-Ira-Year
           Evaluate true
              When DistributionIsNormal
                 Add inAmount       to IraYr-Dist-Normal
                 Add withheldAmount to IraYr-Withheld-Normal
              When DistributionIsEarly
                 Add inAmount       to IraYr-Dist-Early
                 Add withheldAmount to IraYr-Withheld-Early
              When DistributionIsRollover
                 Add inAmount       to IraYr-Dist-Rollover
           End-Evaluate
           Move BusinessDate to IraYr-Last-Post-Date
           Perform 9890-Write-Ira-Year
           Close IraYearFile
           Set DistributionPaid to true
           Exit Method.

      *****************************************************************
      * The tax withheld leaves IRA deposits for federal withholding  *
      * payable until it is remitted -- the same GLPOST conventions    *
      * the interest and service-charge feeds use.                     *
      *****************************************************************
         9850-Post-Withholding-GL.
             Open Extend GLPostFile
             If GLPostFileStatus = "35"
                Open Output GLPostFile
             End-If

      *  accounts resolve through the GLCHART mapping table; the
      *  literals stand as defaults
             Move "2150-IRADEP" to glResolveDefault
             Call "GlResolv" using by content "IRADIST " "IRADEP  "
                                   by reference glResolveDefault
                                                glIraAccount
             Move "2400-FEDWHP" to glResolveDefault
             Call "GlResolv" using by content "IRADIST " "FEDWHLD "
                                   by reference glResolveDefault
                                                glWithholdingAccount

             Accept GL-Posting-Date from Date YYYYMMDD
             Accept GL-Posting-Time from Time
             Move glIraAccount  to GL-Account-Number
             Set GL-Is-Debit    to true
             Move withheldAmount to GL-Amount
             Move "IRADIST "    to GL-Source-Program
             Move "IRA DISTRIBUTION TAX WITHHELD" to GL-Description
             Write GL-Posting-Record

             Move glWithholdingAccount to GL-Account-Number
             Set GL-Is-Credit   to true
             Write GL-Posting-Record

             Close GLPostFile.

      *****************************************************************
      * The account's row for the year keyed, or a fresh one built    *
      * with nothing yet counted toward it.                            *
      *****************************************************************
         9800-Read-Ira-Year.
             Move "N" to NewYear-Switch
             Read IraYearFile
                 Invalid Key
                     Move "Y" to NewYear-Switch
             End-Read
             If IraYearRowIsNew
                Move zero to IraYr-Contributions IraYr-Rollover-In
                             IraYr-Dist-Normal IraYr-Dist-Early
                             IraYr-Dist-Rollover
                             IraYr-Withheld-Normal
                             IraYr-Withheld-Early
                             IraYr-Last-Post-Date
             End-If.

         9890-Write-Ira-Year.
             If IraYearRowIsNew
                Write Ira-Year-Record
             Else
                Rewrite Ira-Year-Record
             End-If
             If not IraYearOK
                Display "IraAccount: IRAYEAR update failed for "
                        AccountNumber ", rc=" IraYearStatus
             End-If.

         End method "distribute".

         Identification Division.
         Method-id. "print".
         Data division.
         Procedure Division.
            Invoke super "print"
            Display " Individual retirement account".
         End method "print".
       End Object.
       End class IraAccount.
