       cbl thread,pgmname(longmixed)
      ******************************************************************
      * DecdProc.cbl                                                   *
      *----------------------------------------------------------------*
      * Deceased-customer processing -- NightlyRun's stage 21, still   *
      * runnable standalone.  Every customer with a date of death on  *
      * CUSTMAST and no DECDCASE row yet is worked once, across every *
      * account CUSTXREF links them to:                                *
      *   - a benefit-coded ACH credit (BENECRED) posted after the    *
      *     date of death is taken back off the account and returned *
      *     on ACHRETRN with reason R15 for reclamation;               *
      *   - a sole-owner account is frozen through Account's own      *
      *     "freezeAccount", pending the estate;                       *
      *   - on a joint account the customer comes off the owner       *
      *     table through the existing "promoteOwner"/"removeOwner"   *
      *     succession, the survivor promoted first when the          *
      *     customer was primary;                                      *
      *   - every active standing order drawn on one of the accounts  *
      *     is suspended, which also stops the outbound AchOrig       *
      *     originations the external ones would have produced.       *
      * The DECDCASE row written at the end records what was done and *
      * drives NotEng's estate notice (event DECD); everything the    *
      * deposit-operations team must follow up by hand goes on the    *
      * DECDWORK worklist.                                             *
      ******************************************************************
       Identification division.
       Program-id. "DecdProc" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select DeceasedCaseFile Assign to "DECDCASE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Decd-Customer-Number
               File Status is DeceasedCaseStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
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
           Select StandingFile Assign to "STANDING"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Stand-Order-Number
               File Status is StandingStatus.
           Select AchReturnFile Assign to "ACHRETRN"
               Organization is Sequential
               File Status is AchReturnStatus.
           Select WorklistReport Assign to "DECDWORK"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  CustMasterFile.
           Copy CustRec.
       FD  DeceasedCaseFile.
           Copy DecdCase.
       FD  CustXrefFile.
           Copy CustXref.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  BenefitCreditFile.
           Copy BeneCred.
       FD  StandingFile.
           Copy Standing.
       FD  AchReturnFile.
           Copy AchRet.
       FD  WorklistReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  DeceasedCaseStatus     pic X(02) value spaces.
           88 DeceasedCaseOK         value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  BenefitCreditStatus    pic X(02) value spaces.
           88 BenefitCreditOK        value "00".
       01  StandingStatus         pic X(02) value spaces.
           88 StandingOK             value "00".
       01  AchReturnStatus        pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.

       01  CustEOF-Switch         pic X(01) value "N".
           88 NoMoreCustomers        value "Y".
       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  BeneEOF-Switch         pic X(01) value "N".
           88 NoMoreBenefitRecords   value "Y".
       01  StandEOF-Switch        pic X(01) value "N".
           88 NoMoreStandingOrders   value "Y".
       01  CaseOpen-Switch        pic X(01) value "N".
           88 CaseFileOpen           value "Y".
       01  BeneOpen-Switch        pic X(01) value "N".
           88 BenefitFileAvailable   value "Y".
       01  ReturnOpen-Switch      pic X(01) value "N".
           88 ReturnFileOpen         value "Y".
       01  CaseFound-Switch       pic X(01) value "N".
           88 CaseAlreadyWorked      value "Y".
       01  OrderMatch-Switch      pic X(01) value "N".
           88 OrderOnDecdAccount     value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Date-Of-Death          pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

      *  the customer's accounts off CUSTXREF and ACCTMAST, gathered
      *  before any Account object is built -- "removeOwner" takes
      *  the customer's own CUSTXREF row away as it goes
       01  DecdAcctCount          pic 9(2) value zero.
       01  Decd-Account-Table.
           05 Decd-Account occurs 0 to 20 times
                 depending on DecdAcctCount.
              10 DA-Account-Number   pic 9(6).
              10 DA-Status           pic X(01).
                 88 DA-Can-Be-Debited   values "O" "D".
                 88 DA-Is-Finished      values "C" "W".
              10 DA-Type             pic X(01).
                 88 DA-Is-Loan          value "L".
              10 DA-Owner-Count      pic 9(01).
              10 DA-Decd-Slot        pic 9(01).
              10 DA-Balance          pic S9(9) binary.
       01  DA-Index               pic 9(2) value zero.
       01  DA-Search              pic 9(2) value zero.
       01  Owner-Index            pic 9(1) value zero.

       01  Owner-Slot             pic 9(01) value zero.
       01  Promote-Slot           pic 9(01) value 2.
       01  Method-Result          pic X(01) value "N".
       01  Worklist-Action        pic X(40) value spaces.
       01  Worklist-Amount        pic S9(9) binary value zero.

       01  CustomersWorked        pic 9(7) value zero.
       01  AccountsFrozen         pic 9(7) value zero.
       01  OwnersRemoved          pic 9(7) value zero.
       01  OrdersSuspended        pic 9(7) value zero.
       01  CreditsReclaimed       pic 9(7) value zero.
       01  WorklistItems          pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(38) value
              "DECEASED-CUSTOMER WORKLIST FOR       ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(19) value
              "CUSTOMER  ACCOUNT  ".
           05 Filler              pic X(47) value
              "ACTION                                   AMOUNT".
       01  Detail-Line.
           05 D-Customer          pic 9(6).
           05 Filler              pic X(04) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Action            pic X(40).
           05 D-Amount            pic $$$,$$$,$$9CR.
       01  Summary-Line.
           05 Filler              pic X(19) value "CUSTOMERS WORKED:  ".
           05 S-Customers         pic ZZZ,ZZ9.
           05 Filler              pic X(18) value "   WORKLIST ITEMS:".
           05 S-Items             pic ZZZ,ZZ9.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Review-One-Customer
               Until NoMoreCustomers
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "DecdProc: deceased-customer processing starting"
           Call "GetBusDate" using Business-Date
           Open Output WorklistReport
           Perform 1200-Write-Headings

           Open I-O DeceasedCaseFile
           If DeceasedCaseStatus = "35"
              Open Output DeceasedCaseFile
              Close DeceasedCaseFile
              Open I-O DeceasedCaseFile
           End-If
           If not DeceasedCaseOK
              Display "DecdProc: unable to open DECDCASE, rc="
                      DeceasedCaseStatus
              Move "Y" to CustEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to CaseOpen-Switch

           Open Input BenefitCreditFile
           If BenefitCreditOK
              Move "Y" to BeneOpen-Switch
           End-If

           Open Input CustMasterFile
           If not CustMasterOK
              Display "DecdProc: unable to open CUSTMAST, rc="
                      CustMasterStatus
              Move "Y" to CustEOF-Switch
              Exit Paragraph
           End-If
           Perform 1100-Read-Customer.

       1100-Read-Customer.
           If not NoMoreCustomers
              Read CustMasterFile Next Record
                  At End
                      Move "Y" to CustEOF-Switch
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Business-Date to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

      *****************************************************************
      * A customer is worked the first night a date of death is on    *
      * file for them; the DECDCASE row written afterward keeps every *
      * later night from working them again.                           *
      *****************************************************************
       2000-Review-One-Customer.
           If not Cust-Death-Never-Set
              If Cust-Date-Of-Death > zero
                 Move Cust-Number to Decd-Customer-Number
                 Move "Y" to CaseFound-Switch
                 Read DeceasedCaseFile
                     Invalid Key
                         Move "N" to CaseFound-Switch
                 End-Read
                 If not CaseAlreadyWorked
                    Perform 2100-Work-One-Customer
                 End-If
              End-If
           End-If
           Perform 1100-Read-Customer.

       2100-Work-One-Customer.
           Add 1 to CustomersWorked
           Move Cust-Date-Of-Death to Date-Of-Death
           Move spaces to Deceased-Case-Record
           Move Cust-Number     to Decd-Customer-Number
           Move Date-Of-Death   to Decd-Date-Of-Death
           Move Business-Date   to Decd-Processed-Date
           Move zero to Decd-Accounts-Frozen Decd-Owners-Removed
                        Decd-Orders-Suspended Decd-Credits-Reclaimed
                        Decd-Reclaimed-Amount Decd-Total-Balance

           Perform 2200-Collect-Accounts
           If DecdAcctCount = zero
              Move zero to Worklist-Amount
              Move zero to DA-Index
              Move "NO ACCOUNTS LINKED - VERIFY BY NAME" to
                   Worklist-Action
              Perform 8000-Write-Worklist-Line
           End-If
           Perform 2300-Reclaim-Benefit-Credits
               Varying DA-Index from 1 by 1
               Until DA-Index > DecdAcctCount
           Perform 2500-Settle-Ownership
               Varying DA-Index from 1 by 1
               Until DA-Index > DecdAcctCount
           Perform 2600-Suspend-Standing-Orders

           Write Deceased-Case-Record
               Invalid Key
                   Display "DecdProc: unable to write DECDCASE row "
                           "for customer " Cust-Number ", rc="
                           DeceasedCaseStatus
           End-Write.

      *****************************************************************
      * Both connectors are opened and closed again around the       *
      * gather, so no Account method ever meets a second live one.    *
      *****************************************************************
       2200-Collect-Accounts.
           Move zero to DecdAcctCount
           Open Input CustXrefFile
           If not CustXrefOK
              Display "DecdProc: CUSTXREF unavailable, rc="
                      CustXrefStatus
              Exit Paragraph
           End-If
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "DecdProc: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Close CustXrefFile
              Exit Paragraph
           End-If
           Move "N" to XrefEOF-Switch
           Move Cust-Number to Xref-Customer-Number
           Move zero to Xref-Account-Number
           Start CustXrefFile Key is Not Less Than Xref-Key
               Invalid Key
                   Move "Y" to XrefEOF-Switch
           End-Start
           Perform 2210-Read-Xref
           Perform 2220-Collect-One-Xref-Row
               Until NoMoreXrefRecords
           Close AcctMasterFile
           Close CustXrefFile.

       2210-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
              End-Read
           End-If.

       2220-Collect-One-Xref-Row.
           If Xref-Customer-Number not = Cust-Number
              Move "Y" to XrefEOF-Switch
              Exit Paragraph
           End-If
           Move Xref-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Perform 2210-Read-Xref
                   Exit Paragraph
           End-Read
           If DecdAcctCount < 20
              Add 1 to DecdAcctCount
              Move Master-Account-Number
                to DA-Account-Number(DecdAcctCount)
              Move Master-Account-Status to DA-Status(DecdAcctCount)
              Move Master-Account-Type   to DA-Type(DecdAcctCount)
              Move Master-Owner-Count to DA-Owner-Count(DecdAcctCount)
              Move Master-Account-Balance
                to DA-Balance(DecdAcctCount)
              Add Master-Account-Balance to Decd-Total-Balance
              Move zero to Owner-Slot
              Perform 2230-Find-Decd-Slot
                  Varying Owner-Index from 1 by 1
                  Until Owner-Index > Master-Owner-Count
                     or Owner-Slot > zero
              Move Owner-Slot to DA-Decd-Slot(DecdAcctCount)
           End-If
           Perform 2210-Read-Xref.

       2230-Find-Decd-Slot.
           If Master-Owner-Cust-Id(Owner-Index) = Cust-Number
              Move Owner-Index to Owner-Slot
           End-If.

      *****************************************************************
      * Benefit payments are not owed to an estate: every benefit     *
      * credit posted to the account after the date of death comes    *
      * back off the account and goes out on ACHRETRN as an R15       *
      * return, before any freeze would refuse the debit.  One the    *
      * account can no longer be debited for is returned all the same *
      * and listed for operations to recover by hand.                  *
      *****************************************************************
       2300-Reclaim-Benefit-Credits.
           If not BenefitFileAvailable
              Exit Paragraph
           End-If
           Move "N" to BeneEOF-Switch
           Move DA-Account-Number(DA-Index) to Bene-Account-Number
           Move Date-Of-Death to Bene-Posted-Date
           Move 999999999999999 to Bene-Trace-Number
           Start BenefitCreditFile Key is Greater Than Bene-Key
               Invalid Key
                   Move "Y" to BeneEOF-Switch
           End-Start
           Perform 2310-Read-Benefit-Credit
           Perform 2320-Reclaim-One-Credit
               Until NoMoreBenefitRecords.

       2310-Read-Benefit-Credit.
           If not NoMoreBenefitRecords
              Read BenefitCreditFile Next Record
                  At End
                      Move "Y" to BeneEOF-Switch
              End-Read
           End-If.

       2320-Reclaim-One-Credit.
           If Bene-Account-Number not = DA-Account-Number(DA-Index)
              Move "Y" to BeneEOF-Switch
              Exit Paragraph
           End-If
           Move Bene-Amount to Worklist-Amount
           If DA-Can-Be-Debited(DA-Index)
              Invoke Account "createAccount"
                using by value DA-Account-Number(DA-Index)
                returning workingAccount
           Else
              Set workingAccount to Null
           End-If
           If workingAccount = Null
              Move "BENEFIT RETURNED - RECOVER FUNDS BY HAND"
                to Worklist-Action
           Else
              Invoke workingAccount "debit"
                using by value Bene-Amount
              Move "BENEFIT CREDIT AFTER DEATH RETURNED R15"
                to Worklist-Action
           End-If
           Perform 2350-Write-Reclaim-Return
           Add 1 to Decd-Credits-Reclaimed
           Add Bene-Amount to Decd-Reclaimed-Amount
           Add 1 to CreditsReclaimed
           Perform 8000-Write-Worklist-Line
           Perform 2310-Read-Benefit-Credit.

       2350-Write-Reclaim-Return.
           If not ReturnFileOpen
              Open Extend AchReturnFile
              If AchReturnStatus = "35"
                 Open Output AchReturnFile
              End-If
              Move "Y" to ReturnOpen-Switch
           End-If
           Move spaces to Ach-Return-Record
           Move Bene-Account-Number to AchRet-Account-Number
           Move "22"                to AchRet-Txn-Code
           Move Bene-Amount         to AchRet-Amount
           Move "R15"               to AchRet-Reason-Code
           Move Bene-Trace-Number   to AchRet-Trace-Number
           Move Business-Date       to AchRet-Return-Date
           Write Ach-Return-Record.

      *****************************************************************
      * Sole owner: the account is frozen for the estate (a loan is  *
      * left to collections rather than frozen against its own        *
      * payments).  Joint: the customer comes off the owner table --  *
      * "removeOwner" refuses a primary while joint owners remain, so *
      * the next owner is promoted first and the customer, now in     *
      * that slot, removed from there.                                 *
      *****************************************************************
       2500-Settle-Ownership.
           Move DA-Balance(DA-Index) to Worklist-Amount
           If DA-Is-Finished(DA-Index)
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
             using by value DA-Account-Number(DA-Index)
             returning workingAccount
           If workingAccount = Null
              Move "UNABLE TO OPEN ACCOUNT - WORK BY HAND"
                to Worklist-Action
              Perform 8000-Write-Worklist-Line
              Exit Paragraph
           End-If

           If DA-Owner-Count(DA-Index) <= 1
              If DA-Is-Loan(DA-Index)
                 Move "SOLE-OWNER LOAN - REFER TO COLLECTIONS"
                   to Worklist-Action
              Else
                 Invoke workingAccount "freezeAccount"
                 Add 1 to Decd-Accounts-Frozen
                 Add 1 to AccountsFrozen
                 Move "SOLE OWNER - FROZEN FOR THE ESTATE"
                   to Worklist-Action
              End-If
              Perform 8000-Write-Worklist-Line
              Exit Paragraph
           End-If

           If DA-Decd-Slot(DA-Index) = zero
              Move "JOINT - CUSTOMER NOT ON OWNER TABLE"
                to Worklist-Action
              Perform 8000-Write-Worklist-Line
              Exit Paragraph
           End-If

           Move DA-Decd-Slot(DA-Index) to Owner-Slot
           If Owner-Slot = 1
              Invoke workingAccount "promoteOwner"
                using by value Promote-Slot
                returning Method-Result
              If Method-Result not = "Y"
                 Move "JOINT - SURVIVOR PROMOTION REFUSED"
                   to Worklist-Action
                 Perform 8000-Write-Worklist-Line
                 Exit Paragraph
              End-If
              Move Promote-Slot to Owner-Slot
           End-If
           Invoke workingAccount "removeOwner"
             using by value Owner-Slot
             returning Method-Result
           If Method-Result = "Y"
              Add 1 to Decd-Owners-Removed
              Add 1 to OwnersRemoved
              Move "JOINT - DECEASED REMOVED, SURVIVOR OWNS"
                to Worklist-Action
           Else
              Move "JOINT - OWNER REMOVAL REFUSED"
                to Worklist-Action
           End-If
           Perform 8000-Write-Worklist-Line.

      *****************************************************************
      * STANDING is keyed by order number, not account, so the whole  *
      * file is passed once per customer worked -- a handful a night. *
      *****************************************************************
       2600-Suspend-Standing-Orders.
           If DecdAcctCount = zero
              Exit Paragraph
           End-If
           Move "N" to StandEOF-Switch
           Open I-O StandingFile
           If not StandingOK
              Exit Paragraph
           End-If
           Perform 2610-Read-Order
           Perform 2620-Judge-One-Order
               Until NoMoreStandingOrders
           Close StandingFile.

       2610-Read-Order.
           If not NoMoreStandingOrders
              Read StandingFile Next Record
                  At End
                      Move "Y" to StandEOF-Switch
              End-Read
           End-If.

       2620-Judge-One-Order.
           If Stand-Is-Active
              Move "N" to OrderMatch-Switch
              Perform 2630-Match-One-Account
                  Varying DA-Search from 1 by 1
                  Until DA-Search > DecdAcctCount
                     or OrderOnDecdAccount
              If OrderOnDecdAccount
                 Set Stand-Is-Suspended to true
                 Rewrite Standing-Order-Record
                 Add 1 to Decd-Orders-Suspended
                 Add 1 to OrdersSuspended
                 Move Stand-Amount to Worklist-Amount
                 If Stand-Dest-External
                    Move "ACH STANDING ORDER SUSPENDED"
                      to Worklist-Action
                 Else
                    Move "STANDING ORDER SUSPENDED" to Worklist-Action
                 End-If
                 Move zero to DA-Index
                 Perform 8000-Write-Worklist-Line
              End-If
           End-If
           Perform 2610-Read-Order.

       2630-Match-One-Account.
           If DA-Account-Number(DA-Search) = Stand-Source-Account
              Set OrderOnDecdAccount to true
           End-If.

      *****************************************************************
      * One worklist line: the account is the current table entry,   *
      * or the standing order's source account when DA-Index is zero. *
      *****************************************************************
       8000-Write-Worklist-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Cust-Number to D-Customer
           If DA-Index > zero
              Move DA-Account-Number(DA-Index) to D-Account
           Else
              If DecdAcctCount = zero
                 Move zero to D-Account
              Else
                 Move Stand-Source-Account to D-Account
              End-If
           End-If
           Move Worklist-Action to D-Action
           Move Worklist-Amount to D-Amount
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount
           Add 1 to WorklistItems.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move CustomersWorked to S-Customers
           Move WorklistItems to S-Items
           Move Summary-Line to Report-Line
           Write Report-Line
           Close WorklistReport
           If CustMasterOK or NoMoreCustomers
              Close CustMasterFile
           End-If
           If CaseFileOpen
              Close DeceasedCaseFile
           End-If
           If BenefitFileAvailable
              Close BenefitCreditFile
           End-If
           If ReturnFileOpen
              Close AchReturnFile
           End-If
           Display "DecdProc: customers=" CustomersWorked
                   " frozen=" AccountsFrozen
                   " owners removed=" OwnersRemoved
                   " orders suspended=" OrdersSuspended
                   " credits returned=" CreditsReclaimed.

       End program "DecdProc".
