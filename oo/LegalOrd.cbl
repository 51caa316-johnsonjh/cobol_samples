       cbl thread,pgmname(longmixed)
      ******************************************************************
      * LegalOrd.cbl                                                   *
      *----------------------------------------------------------------*
      * Legal-order (levy and garnishment) processing -- NightlyRun's  *
      * stage 20, still runnable standalone.  Every New order on      *
      * LEGALORD is applied against each account the debtor owns,     *
      * found through CUSTXREF.  On each account the protected amount *
      * is worked out first -- the federal benefit payments AchPost   *
      * logged to BENECRED over the last two months, never more than *
      * the balance -- and only the balance above it is attached, up  *
      * to what the order still demands.  A hold order places a hold  *
      * through Account's own "setHoldDetail"/"placeHold" under the   *
      * legal reason code; a pay order debits the funds and writes a  *
      * LEGALRMT remittance entry for accounts payable to send to the *
      * court.  The legal-processing fee (FEESCHED code LGLF) is      *
      * charged to the first account whose unprotected funds left     *
      * over can cover it, and is waived when none can.  Every order  *
      * gets an answer letter on LEGALLTR, and the night's            *
      * remittances and fees feed GLPOST as summarized pairs.          *
      ******************************************************************
       Identification division.
       Program-id. "LegalOrd" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select LegalOrderFile Assign to "LEGALORD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Legal-Order-Number
               File Status is LegalOrderStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select BenefitCreditFile Assign to "BENECRED"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Bene-Key
               File Status is BenefitCreditStatus.
           Select LegalRemitFile Assign to "LEGALRMT"
               Organization is Sequential
               File Status is LegalRemitStatus.
           Select AnswerLetterFile Assign to "LEGALLTR"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
       Data Division.
       File Section.
       FD  LegalOrderFile.
           Copy LegalOrd.
       FD  CustXrefFile.
           Copy CustXref.
       FD  CustMasterFile.
           Copy CustRec.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  BenefitCreditFile.
           Copy BeneCred.
       FD  LegalRemitFile.
           Copy LegalRmt.
       FD  AnswerLetterFile.
       01  Report-Line              pic X(80).
       FD  GLPostFile.
           Copy GLPost.

       Working-Storage Section.
       01  LegalOrderStatus       pic X(02) value spaces.
           88 LegalOrderOK           value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  BenefitCreditStatus    pic X(02) value spaces.
           88 BenefitCreditOK        value "00".
       01  LegalRemitStatus       pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.
       01  GLPostFileStatus       pic X(02) value spaces.

       01  OrderEOF-Switch        pic X(01) value "N".
           88 NoMoreOrders           value "Y".
       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  BeneEOF-Switch         pic X(01) value "N".
           88 NoMoreBenefitRecords   value "Y".
       01  XrefOpen-Switch        pic X(01) value "N".
           88 XrefAvailable          value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustMasterAvailable    value "Y".
       01  BeneOpen-Switch        pic X(01) value "N".
           88 BenefitFileAvailable   value "Y".
       01  RemitOpen-Switch       pic X(01) value "N".
           88 RemitFileOpen          value "Y".
       01  OrderOpen-Switch       pic X(01) value "N".
           88 OrderFileOpen          value "Y".
       01  FeeTaken-Switch        pic X(01) value "N".
           88 FeeWasTaken            value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Lookback-Date          pic 9(8) value zero.
       01  Lookback-Parts redefines Lookback-Date.
           05 Lookback-Year       pic 9(4).
           05 Lookback-Month      pic 9(2).
           05 Lookback-Day        pic 9(2).
      *  the legal-processing fee in cents -- FEESCHED overrides it
       01  Legal-Fee-Amount       pic S9(9) binary value 7500.
       01  Legal-Fee-Waived       pic S9(9) binary value zero.
       01  Fee-Acct-Type          pic X(01) value "*".
       01  Fee-Default            pic S9(9) binary value zero.

      *  the debtor's accounts the order can reach, gathered off
      *  CUSTXREF and ACCTMAST before any Account object is built
       01  DebtorAcctCount        pic 9(2) value zero.
       01  Debtor-Account-Table.
           05 Debtor-Account occurs 0 to 20 times
                 depending on DebtorAcctCount.
              10 DA-Account-Number   pic 9(6).
              10 DA-Status           pic X(01).
                 88 DA-Can-Be-Debited   values "O" "D".
              10 DA-Account-Type     pic X(01).
              10 DA-Balance          pic S9(9) binary.
              10 DA-Available        pic S9(9) binary.
              10 DA-Protected        pic S9(9) binary.
              10 DA-Unprotected      pic S9(9) binary.
              10 DA-Taken            pic S9(9) binary.
              10 DA-Disposition      pic X(01).
                 88 DA-Was-Held         value "H".
                 88 DA-Was-Remitted     value "P".
       01  DA-Index               pic 9(2) value zero.

       01  Debtor-Name            pic X(20) value spaces.
       01  Amount-Still-Demanded  pic S9(9) binary value zero.
       01  Benefit-Total          pic S9(11) binary value zero.
       01  Take-Amount            pic S9(9) binary value zero.
       01  Hold-Reason-Work       pic X(04) value "LEGL".
       01  Hold-Source-Work       pic X(08) value "LEGALORD".
       01  Hold-Expiry-Work       pic 9(08) value zero.

       01  OrdersRead             pic 9(7) value zero.
       01  OrdersApplied          pic 9(7) value zero.
       01  AccountsHeld           pic 9(7) value zero.
       01  AccountsRemitted       pic 9(7) value zero.
       01  FeesCharged            pic 9(7) value zero.
       01  TotalRemitted          pic S9(11) binary value zero.
       01  TotalFees              pic S9(11) binary value zero.
      *  the same totals by the deposit liability the money came out
      *  of: 1 the DDA control (checking and anything else), 2 the
      *  savings liability (savings and CDs), 3 the IRA deposits
       01  Liability-Totals.
           05 Liability-Total occurs 3 times.
              10 LIA-Remitted        pic S9(11) binary.
              10 LIA-Fees            pic S9(11) binary.
       01  LIA-Index              pic 9(1) value zero.
       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.

       01  Letter-Line-1.
           05 Filler              pic X(30) value spaces.
           05 Filler              pic X(21) value
              "ANSWER TO LEGAL ORDER".
       01  Letter-Line-2.
           05 Filler              pic X(06) value "DATE: ".
           05 L2-Date             pic 9999/99/99.
           05 Filler              pic X(30) value spaces.
           05 Filler              pic X(11) value "OUR ORDER: ".
           05 L2-Order            pic 9(8).
       01  Letter-Line-3.
           05 Filler              pic X(08) value "TO:     ".
           05 L3-Court            pic X(30).
       01  Letter-Line-4.
           05 Filler              pic X(13) value "RE:     CASE ".
           05 L4-Case             pic X(20).
           05 Filler              pic X(02) value spaces.
           05 L4-Type             pic X(11).
       01  Letter-Line-5.
           05 Filler              pic X(08) value "DEBTOR: ".
           05 L5-Customer         pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 L5-Name             pic X(20).
       01  Letter-Line-6.
           05 Filler              pic X(15) value "ORDER RECEIVED ".
           05 L6-Received         pic 9999/99/99.
           05 Filler              pic X(05) value spaces.
           05 Filler              pic X(11) value "ANSWER DUE ".
           05 L6-Deadline         pic 9999/99/99.
       01  Letter-Line-7.
           05 Filler              pic X(17) value "AMOUNT DEMANDED  ".
           05 L7-Demanded         pic $$$,$$$,$$9.
       01  Letter-Heading         pic X(72) value
           "ACCOUNT     BALANCE     PROTECTED      ATTACHED  ACTION".
       01  Letter-Detail.
           05 LD-Account          pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 LD-Balance          pic $$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 LD-Protected        pic $$$,$$$,$$9.
           05 Filler              pic X(03) value spaces.
           05 LD-Taken            pic $$$,$$$,$$9.
           05 Filler              pic X(02) value spaces.
           05 LD-Action           pic X(08).
       01  Letter-Total-Line.
           05 LT-Label            pic X(22).
           05 LT-Amount           pic $$$,$$$,$$9.
       01  Closing-No-Accounts.
           05 Filler              pic X(36) value
              "THE DEBTOR HOLDS NO DEPOSIT ACCOUNT ".
           05 Filler              pic X(30) value
              "WITH US SUBJECT TO THIS ORDER.".
       01  Closing-Remitted.
           05 Filler              pic X(35) value
              "ATTACHED FUNDS ARE REMITTED TO THE ".
           05 Filler              pic X(27) value
              "COURT UNDER SEPARATE COVER.".
       01  Closing-Held.
           05 Filler              pic X(32) value
              "ATTACHED FUNDS ARE HELD PENDING ".
           05 Filler              pic X(27) value
              "FURTHER ORDER OF THE COURT.".
       01  Closing-Nothing        pic X(34) value
           "NO FUNDS WERE AVAILABLE TO ATTACH.".

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Review-One-Order
               Until NoMoreOrders
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "LegalOrd: legal order processing starting"
           Call "GetBusDate" using Business-Date
           Move Legal-Fee-Amount to Fee-Default
           Call "FeeLook" using by content "LGLF"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Legal-Fee-Amount
           Perform 1200-Set-Lookback-Date
           Initialize Liability-Totals

           Open Input CustXrefFile
           If CustXrefOK
              Move "Y" to XrefOpen-Switch
           Else
              Display "LegalOrd: CUSTXREF unavailable, rc="
                      CustXrefStatus
           End-If
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
           End-If
           Open Input BenefitCreditFile
           If BenefitCreditOK
              Move "Y" to BeneOpen-Switch
           End-If
           Open Output AnswerLetterFile

           Open I-O LegalOrderFile
           If not LegalOrderOK
              Display "LegalOrd: no LEGALORD on file, rc="
                      LegalOrderStatus
              Move "Y" to OrderEOF-Switch
           Else
              Move "Y" to OrderOpen-Switch
           End-If
           Perform 1100-Read-Order.

       1100-Read-Order.
           If not NoMoreOrders
              Read LegalOrderFile Next Record
                  At End
                      Move "Y" to OrderEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * The protected-amount lookback runs from the same day two      *
      * months back; a day that month does not have (the 30th of      *
      * February) backs off to the month's last day, which only       *
      * lengthens the window in the debtor's favor.                   *
      *****************************************************************
       1200-Set-Lookback-Date.
           Move Business-Date to Lookback-Date
           If Lookback-Month > 2
              Subtract 2 from Lookback-Month
           Else
              Add 10 to Lookback-Month
              Subtract 1 from Lookback-Year
           End-If
           Perform 1210-Back-Off-One-Day
               Until Function Test-Date-YYYYMMDD(Lookback-Date) = zero.

       1210-Back-Off-One-Day.
           Subtract 1 from Lookback-Day.

       2000-Review-One-Order.
           Add 1 to OrdersRead
           If Legal-Is-New
              Perform 2100-Apply-One-Order
           End-If
           Perform 1100-Read-Order.

       2100-Apply-One-Order.
           Move zero to DebtorAcctCount
           Move Legal-Amount-Demanded to Amount-Still-Demanded
           Move zero to Legal-Protected-Amount
           Move zero to Legal-Amount-Held
           Move zero to Legal-Amount-Remitted
           Move zero to Legal-Fee-Assessed
           Move "N" to FeeTaken-Switch
           Perform 2150-Find-Debtor-Name
           Perform 2200-Collect-Debtor-Accounts

           Perform 2300-Attach-One-Account
               Varying DA-Index from 1 by 1
               Until DA-Index > DebtorAcctCount
           Perform 2500-Take-Fee-From-One-Account
               Varying DA-Index from 1 by 1
               Until DA-Index > DebtorAcctCount or FeeWasTaken

           Perform 2700-Write-Answer-Letter
           Set Legal-Is-Applied to true
           Move Business-Date to Legal-Applied-Date
           Rewrite Legal-Order-Record
               Invalid Key
                   Display "LegalOrd: unable to update order "
                           Legal-Order-Number ", rc=" LegalOrderStatus
           End-Rewrite
           Add 1 to OrdersApplied.

       2150-Find-Debtor-Name.
           Move "NOT ON CUSTOMER FILE" to Debtor-Name
           If not CustMasterAvailable
              Exit Paragraph
           End-If
           Move Legal-Customer-Number to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Move Cust-Name to Debtor-Name.

      *****************************************************************
      * Every account linked to the debtor on CUSTXREF that still     *
      * holds deposits: a loan owes us rather than holding funds, and *
      * a closed or charged-off account has nothing to attach.  The   *
      * master is read on this program's own connector and closed     *
      * again before any Account object opens its own.                 *
      *****************************************************************
       2200-Collect-Debtor-Accounts.
           If not XrefAvailable
              Exit Paragraph
           End-If
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "LegalOrd: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Exit Paragraph
           End-If
           Move "N" to XrefEOF-Switch
           Move Legal-Customer-Number to Xref-Customer-Number
           Move zero to Xref-Account-Number
           Start CustXrefFile Key is Not Less Than Xref-Key
               Invalid Key
                   Move "Y" to XrefEOF-Switch
           End-Start
           Perform 2210-Read-Xref
           Perform 2220-Collect-One-Xref-Row
               Until NoMoreXrefRecords
           Close AcctMasterFile.

       2210-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
              End-Read
           End-If.

       2220-Collect-One-Xref-Row.
           If Xref-Customer-Number not = Legal-Customer-Number
              Move "Y" to XrefEOF-Switch
              Exit Paragraph
           End-If
           Move Xref-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Move spaces to Master-Account-Status
           End-Read
           If (Master-Status-Open or Master-Status-Dormant
                 or Master-Status-Frozen)
                 and not Master-Type-Loan
                 and DebtorAcctCount < 20
              Add 1 to DebtorAcctCount
              Move Master-Account-Number
                to DA-Account-Number(DebtorAcctCount)
              Move Master-Account-Status to DA-Status(DebtorAcctCount)
              Move Master-Account-Type
                to DA-Account-Type(DebtorAcctCount)
              Move Master-Account-Balance to DA-Balance(DebtorAcctCount)
              Compute DA-Available(DebtorAcctCount) =
                      Master-Account-Balance - Master-Hold-Amount
              Move zero to DA-Protected(DebtorAcctCount)
              Move zero to DA-Unprotected(DebtorAcctCount)
              Move zero to DA-Taken(DebtorAcctCount)
              Move space to DA-Disposition(DebtorAcctCount)
           End-If
           Perform 2210-Read-Xref.

      *****************************************************************
      * One account: the protected amount comes off the top, then     *
      * what is left -- never more than is actually available after  *
      * holds already on the account -- is attached up to what the    *
      * order still demands.  A pay order debits it for remittance    *
      * where the account can be debited; otherwise (and on a frozen  *
      * account) the funds are held under the legal reason code.      *
      *****************************************************************
       2300-Attach-One-Account.
           Perform 2350-Sum-Benefit-Credits
           If Benefit-Total > DA-Balance(DA-Index)
              Move DA-Balance(DA-Index) to DA-Protected(DA-Index)
           Else
              Move Benefit-Total to DA-Protected(DA-Index)
           End-If
           If DA-Protected(DA-Index) < zero
              Move zero to DA-Protected(DA-Index)
           End-If
           Add DA-Protected(DA-Index) to Legal-Protected-Amount

           Compute DA-Unprotected(DA-Index) =
                   DA-Balance(DA-Index) - DA-Protected(DA-Index)
           If DA-Available(DA-Index) < DA-Unprotected(DA-Index)
              Move DA-Available(DA-Index) to DA-Unprotected(DA-Index)
           End-If
           If DA-Unprotected(DA-Index) < zero
              Move zero to DA-Unprotected(DA-Index)
           End-If

           If Amount-Still-Demanded > DA-Unprotected(DA-Index)
              Move DA-Unprotected(DA-Index) to Take-Amount
           Else
              Move Amount-Still-Demanded to Take-Amount
           End-If
           If Take-Amount not > zero
              Exit Paragraph
           End-If

           Invoke Account "createAccount"
             using by value DA-Account-Number(DA-Index)
             returning workingAccount
           If workingAccount = Null
              Display "LegalOrd: unable to build account object "
                      "for account " DA-Account-Number(DA-Index)
              Exit Paragraph
           End-If

           If Legal-Order-Says-Pay and DA-Can-Be-Debited(DA-Index)
      *  the remittance's GL is booked with the run's totals
              Invoke workingAccount "setJournalGlBooked"
              Invoke workingAccount "debit"
                using by value Take-Amount
              Set DA-Was-Remitted(DA-Index) to true
              Add Take-Amount to Legal-Amount-Remitted
              Add Take-Amount to TotalRemitted
              Perform 2600-Find-Liability-Slot
              Add Take-Amount to LIA-Remitted(LIA-Index)
              Add 1 to AccountsRemitted
              Perform 2400-Write-Remittance-Entry
           Else
              Invoke workingAccount "setHoldDetail"
                using by value Hold-Reason-Work Hold-Source-Work
                               Hold-Expiry-Work
              Invoke workingAccount "placeHold"
                using by value Take-Amount
              Set DA-Was-Held(DA-Index) to true
              Add Take-Amount to Legal-Amount-Held
              Add 1 to AccountsHeld
           End-If
           Move Take-Amount to DA-Taken(DA-Index)
           Subtract Take-Amount from Amount-Still-Demanded
           Subtract Take-Amount from DA-Unprotected(DA-Index).

      *****************************************************************
      * Federal benefit credits to this account dated from the        *
      * lookback date through the business date, off BENECRED.        *
      *****************************************************************
       2350-Sum-Benefit-Credits.
           Move zero to Benefit-Total
           If not BenefitFileAvailable
              Exit Paragraph
           End-If
           Move "N" to BeneEOF-Switch
           Move DA-Account-Number(DA-Index) to Bene-Account-Number
           Move Lookback-Date to Bene-Posted-Date
           Move zero to Bene-Trace-Number
           Start BenefitCreditFile Key is Not Less Than Bene-Key
               Invalid Key
                   Move "Y" to BeneEOF-Switch
           End-Start
           Perform 2360-Read-Benefit-Credit
           Perform 2370-Add-One-Benefit-Credit
               Until NoMoreBenefitRecords.

       2360-Read-Benefit-Credit.
           If not NoMoreBenefitRecords
              Read BenefitCreditFile Next Record
                  At End
                      Move "Y" to BeneEOF-Switch
              End-Read
           End-If.

       2370-Add-One-Benefit-Credit.
           If Bene-Account-Number not = DA-Account-Number(DA-Index)
                 or Bene-Posted-Date > Business-Date
              Move "Y" to BeneEOF-Switch
              Exit Paragraph
           End-If
           Add Bene-Amount to Benefit-Total
           Perform 2360-Read-Benefit-Credit.

       2400-Write-Remittance-Entry.
           If not RemitFileOpen
              Open Extend LegalRemitFile
              If LegalRemitStatus = "35"
                 Open Output LegalRemitFile
              End-If
              Move "Y" to RemitOpen-Switch
           End-If
           Move spaces to Legal-Remit-Record
           Move Legal-Order-Number to Remit-Order-Number
           Move Legal-Case-Number  to Remit-Case-Number
           Move Legal-Court-Name   to Remit-Court-Name
           Move DA-Account-Number(DA-Index) to Remit-Account-Number
           Move Take-Amount        to Remit-Amount
           Move Business-Date      to Remit-Date
           Write Legal-Remit-Record.

      *****************************************************************
      * The processing fee may never come out of protected funds, nor *
      * out of funds the order has already attached: it goes to the   *
      * first account whose remaining unprotected funds cover it in   *
      * full, and is waived when no account's do.  A frozen account   *
      * cannot be charged, so it is passed over as a pay order's      *
      * remittance passes it over.                                    *
      *****************************************************************
       2500-Take-Fee-From-One-Account.
           If Legal-Fee-Amount not > zero
              Move "Y" to FeeTaken-Switch
              Exit Paragraph
           End-If
           If DA-Unprotected(DA-Index) < Legal-Fee-Amount
              Exit Paragraph
           End-If
           If not DA-Can-Be-Debited(DA-Index)
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
             using by value DA-Account-Number(DA-Index)
             returning workingAccount
           If workingAccount = Null
              Exit Paragraph
           End-If
           Invoke workingAccount "setFeeCode"
             using by value "LGLF"
           Invoke workingAccount "chargeFee"
             using by value Legal-Fee-Amount
           Invoke workingAccount "getFeeWaived"
             returning Legal-Fee-Waived
           Move "Y" to FeeTaken-Switch
      *  an exempt debtor's fee is waived, not taken -- it stays off
      *  the letter, the totals and the GL
           If Legal-Fee-Waived > zero
              Exit Paragraph
           End-If
           Move Legal-Fee-Amount to Legal-Fee-Assessed
           Add Legal-Fee-Amount to TotalFees
           Perform 2600-Find-Liability-Slot
           Add Legal-Fee-Amount to LIA-Fees(LIA-Index)
           Add 1 to FeesCharged.

       2600-Find-Liability-Slot.
           Evaluate DA-Account-Type(DA-Index)
              When "S"
              When "T"
                 Move 2 to LIA-Index
              When "R"
                 Move 3 to LIA-Index
              When other
                 Move 1 to LIA-Index
           End-Evaluate.

      *****************************************************************
      * The answer to the court: the order as we received it, every   *
      * account of the debtor's we found, what was protected and what *
      * was attached on each, and the totals.                          *
      *****************************************************************
       2700-Write-Answer-Letter.
           Move Letter-Line-1 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move Business-Date      to L2-Date
           Move Legal-Order-Number to L2-Order
           Move Letter-Line-2 to Report-Line
           Write Report-Line
           Move Legal-Court-Name to L3-Court
           Move Letter-Line-3 to Report-Line
           Write Report-Line
           Move Legal-Case-Number to L4-Case
           If Legal-Is-Levy
              Move "LEVY" to L4-Type
           Else
              Move "GARNISHMENT" to L4-Type
           End-If
           Move Letter-Line-4 to Report-Line
           Write Report-Line
           Move Legal-Customer-Number to L5-Customer
           Move Debtor-Name to L5-Name
           Move Letter-Line-5 to Report-Line
           Write Report-Line
           Move Legal-Received-Date   to L6-Received
           Move Legal-Answer-Deadline to L6-Deadline
           Move Letter-Line-6 to Report-Line
           Write Report-Line
           Move Legal-Amount-Demanded to L7-Demanded
           Move Letter-Line-7 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line

           If DebtorAcctCount = zero
              Move Closing-No-Accounts to Report-Line
              Write Report-Line
           Else
              Move Letter-Heading to Report-Line
              Write Report-Line
              Perform 2710-Write-One-Account-Line
                  Varying DA-Index from 1 by 1
                  Until DA-Index > DebtorAcctCount
              Perform 2720-Write-Letter-Totals
           End-If

           Move spaces to Report-Line
           Write Report-Line
           Evaluate true
              When Legal-Amount-Remitted > zero
                 Move Closing-Remitted to Report-Line
              When Legal-Amount-Held > zero
                 Move Closing-Held to Report-Line
              When other
                 Move Closing-Nothing to Report-Line
           End-Evaluate
           Write Report-Line
           Move all "-" to Report-Line
           Write Report-Line.

       2710-Write-One-Account-Line.
           Move DA-Account-Number(DA-Index) to LD-Account
           Move DA-Balance(DA-Index)        to LD-Balance
           Move DA-Protected(DA-Index)      to LD-Protected
           Move DA-Taken(DA-Index)          to LD-Taken
           Evaluate true
              When DA-Was-Remitted(DA-Index)
                 Move "REMITTED" to LD-Action
              When DA-Was-Held(DA-Index)
                 Move "HELD" to LD-Action
              When other
                 Move "NONE" to LD-Action
           End-Evaluate
           Move Letter-Detail to Report-Line
           Write Report-Line.

       2720-Write-Letter-Totals.
           Move spaces to Report-Line
           Write Report-Line
           Move "TOTAL PROTECTED" to LT-Label
           Move Legal-Protected-Amount to LT-Amount
           Move Letter-Total-Line to Report-Line
           Write Report-Line
           Move "TOTAL HELD" to LT-Label
           Move Legal-Amount-Held to LT-Amount
           Move Letter-Total-Line to Report-Line
           Write Report-Line
           Move "TOTAL REMITTED" to LT-Label
           Move Legal-Amount-Remitted to LT-Amount
           Move Letter-Total-Line to Report-Line
           Write Report-Line
           Move "PROCESSING FEE" to LT-Label
           Move Legal-Fee-Assessed to LT-Amount
           Move Letter-Total-Line to Report-Line
           Write Report-Line.

      *****************************************************************
      * Summarized GL feed: remittances debit the deposit liability   *
      * they came out of and credit legal remittances payable until   *
      * accounts payable cuts the check to the court; fees debit the  *
      * deposit liability and credit legal-processing fee income.     *
      * The liability is the one for the account's type -- the DDA    *
      * control, the savings liability for savings and CDs, the IRA   *
      * deposits for IRAs -- each liability used taking its own debit.*
      *****************************************************************
       3500-Post-GL-Entries.
           If TotalRemitted = zero and TotalFees = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "LEGALORD"    to GL-Source-Program

           Perform 3510-Debit-One-Liability
               Varying LIA-Index from 1 by 1
               Until LIA-Index > 3

           If TotalRemitted > zero
              Move TotalRemitted to GL-Amount
              Move "LEGAL ORDER REMITTANCES" to GL-Description
              Move "2460-LEGPAY" to GL-Resolve-Default
              Call "GlResolv" using by content "LEGALORD" "LEGALPAY"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit   to true
              Write GL-Posting-Record
           End-If

           If TotalFees > zero
              Move TotalFees     to GL-Amount
              Move "LEGAL PROCESSING FEES" to GL-Description
              Move "4620-LEGFEE" to GL-Resolve-Default
              Call "GlResolv" using by content "LEGALORD" "FEEINC  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit   to true
              Write GL-Posting-Record
           End-If

           Close GLPostFile.

       3510-Debit-One-Liability.
           Evaluate LIA-Index
              When 2
                 Move "2100-SAVLIA" to GL-Resolve-Default
                 Call "GlResolv" using by content "LEGALORD" "SAVLIA  "
                                       by reference GL-Resolve-Default
                                                    GL-Resolved-Account
              When 3
                 Move "2150-IRADEP" to GL-Resolve-Default
                 Call "GlResolv" using by content "LEGALORD" "IRADEP  "
                                       by reference GL-Resolve-Default
                                                    GL-Resolved-Account
              When other
                 Move "2000-DDACTL" to GL-Resolve-Default
                 Call "GlResolv" using by content "LEGALORD" "DDACTL  "
                                       by reference GL-Resolve-Default
                                                    GL-Resolved-Account
           End-Evaluate
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Debit to true
           If LIA-Remitted(LIA-Index) > zero
              Move LIA-Remitted(LIA-Index) to GL-Amount
              Move "LEGAL ORDER REMITTANCES" to GL-Description
              Write GL-Posting-Record
           End-If
           If LIA-Fees(LIA-Index) > zero
              Move LIA-Fees(LIA-Index) to GL-Amount
              Move "LEGAL PROCESSING FEES" to GL-Description
              Write GL-Posting-Record
           End-If.

       9000-Terminate.
           If OrderFileOpen
              Close LegalOrderFile
           End-If
           If XrefAvailable
              Close CustXrefFile
           End-If
           If CustMasterAvailable
              Close CustMasterFile
           End-If
           If BenefitFileAvailable
              Close BenefitCreditFile
           End-If
           If RemitFileOpen
              Close LegalRemitFile
           End-If
           Close AnswerLetterFile
           Perform 3500-Post-GL-Entries
           Display "LegalOrd: orders read=" OrdersRead
                   " applied=" OrdersApplied
           Display "LegalOrd: accounts held=" AccountsHeld
                   " remitted=" AccountsRemitted
                   " amount=" TotalRemitted
                   " fees=" FeesCharged.

       End program "LegalOrd".
