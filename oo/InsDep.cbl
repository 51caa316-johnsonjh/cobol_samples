       cbl thread,pgmname(longmixed)
      ******************************************************************
      * InsDep.cbl                                                     *
      *----------------------------------------------------------------*
      * Quarter-end insured-deposit calculation -- MonthEnd's seventh  *
      * stage on the quarter's last month-end, still runnable          *
      * standalone.  Every active customer's accounts are found off    *
      * CUSTXREF and their ACCTMAST balances sorted into the four      *
      * ownership categories the insurance limit applies to           *
      * separately:                                                    *
      *   single - accounts the customer owns alone;                  *
      *   joint  - the customer's even share of an account with more  *
      *            than one owner on the owner table;                  *
      *   POD    - the customer's share of an account with payable-   *
      *            on-death beneficiaries on PODBENE, insured up to   *
      *            the limit once per distinct beneficiary;            *
      *   CD     - certificates of deposit, balance plus the term     *
      *            interest accrued but not yet paid.                  *
      * The limit (INSLIMIT on SYSPARM, whole dollars, default         *
      * 250,000) is applied per category; every category held goes   *
      * to the regulator's INSEXTR extract, every uninsured amount to  *
      * the INSRPT report, and a customer whose uninsured total       *
      * reaches INSCALLAMT (default 100,000) goes on the relationship *
      * managers' RMCALLS call list.  Closed, charged-off and loan    *
      * accounts carry no deposit and are left out.                    *
      ******************************************************************
       Identification division.
       Program-id. "InsDep".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
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
           Select PodBeneFile Assign to "PODBENE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Pod-Key
               File Status is PodBeneStatus.
           Select InsExtractFile Assign to "INSEXTR"
               Organization is Sequential
               File Status is InsExtractStatus.
           Select RmCallFile Assign to "RMCALLS"
               Organization is Sequential
               File Status is RmCallStatus.
           Select InsuredReport Assign to "INSRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  CustMasterFile.
           Copy CustRec.
       FD  CustXrefFile.
           Copy CustXref.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  PodBeneFile.
           Copy PodBene.
       FD  InsExtractFile.
           Copy InsExtr.
       FD  RmCallFile.
           Copy RmCall.
       FD  InsuredReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  PodBeneStatus          pic X(02) value spaces.
           88 PodBeneOK              value "00".
       01  InsExtractStatus       pic X(02) value spaces.
       01  RmCallStatus           pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.

       01  CustEOF-Switch         pic X(01) value "N".
           88 NoMoreCustomers        value "Y".
       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  BeneEOF-Switch         pic X(01) value "N".
           88 NoMoreBeneRows         value "Y".
       01  PodOpen-Switch         pic X(01) value "N".
           88 PodFileOpen            value "Y".
       01  XrefOpen-Switch        pic X(01) value "N".
           88 XrefFileOpen           value "Y".
       01  AcctOpen-Switch        pic X(01) value "N".
           88 AcctFileOpen           value "Y".
       01  BeneMatch-Switch       pic X(01) value "N".
           88 BeneficiaryKnown       value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Limit-Env-Value        pic X(09) value spaces.
       01  Call-Env-Value         pic X(09) value spaces.
       01  Insurance-Limit        pic S9(11) comp-3 value 25000000.
       01  Call-Threshold         pic S9(11) comp-3 value 10000000.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

      *  one customer's four ownership-category buckets -- subscript
      *  1 single, 2 joint, 3 POD, 4 CD, in the order the extract
      *  writes them
       01  Category-Codes-Values.
           05 Filler              pic X(12) value "SGLJNTPODCDS".
       01  Category-Codes redefines Category-Codes-Values.
           05 Category-Code       occurs 4 times pic X(03).
       01  Category-Names-Values.
           05 Filler              pic X(24) value
              "SINGLE  JOINT   POD     ".
           05 Filler              pic X(08) value "CD      ".
       01  Category-Names redefines Category-Names-Values.
           05 Category-Name       occurs 4 times pic X(08).
       01  Customer-Buckets.
           05 Category-Bucket occurs 4 times.
              10 Cat-Balance         pic S9(11) comp-3.
              10 Cat-Accounts        pic 9(03).
              10 Cat-Limit           pic S9(11) comp-3.
              10 Cat-Insured         pic S9(11) comp-3.
              10 Cat-Uninsured       pic S9(11) comp-3.
       01  Cat-Index              pic 9(1) value zero.
       01  Account-Category       pic 9(1) value zero.
       01  Customer-Uninsured     pic S9(11) comp-3 value zero.
       01  Customer-Branch        pic X(03) value spaces.

      *  distinct POD beneficiaries across the customer's POD
      *  accounts -- the POD limit is the limit times this count
       01  BeneNameCount          pic 9(2) value zero.
       01  Bene-Name-Table.
           05 Bene-Name-Entry occurs 0 to 40 times
                 depending on BeneNameCount
                                  pic X(30).
       01  Bene-Search            pic 9(2) value zero.
       01  Account-Bene-Count     pic 9(2) value zero.

       01  Account-Deposit        pic S9(11) comp-3 value zero.
       01  Owner-Share            pic S9(11) comp-3 value zero.
       01  Accrued-Interest       pic S9(11) comp-3 value zero.
       01  Accrued-Months         pic S9(5) binary value zero.
       01  Today-Month-Index      pic S9(7) binary value zero.
       01  Maturity-Month-Index   pic S9(7) binary value zero.
       01  Date-Work.
           05 DW-Year             pic 9(4).
           05 DW-Month            pic 9(2).
           05 DW-Day              pic 9(2).

       01  CustomersRead          pic 9(7) value zero.
       01  CustomersWithDeposits  pic 9(7) value zero.
       01  CustomersUninsured     pic 9(7) value zero.
       01  ExtractRecords         pic 9(7) value zero.
       01  CallsRaised            pic 9(7) value zero.
       01  Grand-Deposits         pic S9(13) comp-3 value zero.
       01  Grand-Uninsured        pic S9(13) comp-3 value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "UNINSURED DEPOSITS BY OWNERSHIP AS O".
           05 Filler              pic X(02) value "F ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(12) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(35) value
              "CUST   NAME               CATEGORY ".
           05 Filler              pic X(45) value
              "        BALANCE        INSURED      UNINSURED".
       01  Detail-Line.
           05 D-Customer          pic 9(6).
           05 Filler              pic X(01) value space.
           05 D-Name              pic X(18).
           05 Filler              pic X(01) value space.
           05 D-Category          pic X(08).
           05 Filler              pic X(01) value space.
           05 D-Balance           pic $$$$,$$$,$$9.99.
           05 D-Insured           pic $$$$,$$$,$$9.99.
           05 D-Uninsured         pic $$$$,$$$,$$9.99.
       01  Summary-Line.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(03) value spaces.
           05 S-Amount            pic $$$,$$$,$$$,$$9.99.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Process-One-Customer
               Until NoMoreCustomers
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "InsDep: insured-deposit calculation starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date to Date-Work
           Compute Today-Month-Index = DW-Year * 12 + DW-Month
           Move "InsDep" to Parm-Req-Program
           Move spaces to Limit-Env-Value
           Move "INSLIMIT" to Parm-Req-Name
           Move Limit-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Limit-Env-Value
           If Limit-Env-Value is numeric
                 and Limit-Env-Value not = "000000000"
              Move Limit-Env-Value to Insurance-Limit
              Multiply 100 by Insurance-Limit
           End-If
           Move spaces to Call-Env-Value
           Move "INSCALLAMT" to Parm-Req-Name
           Move Call-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Call-Env-Value
           If Call-Env-Value is numeric
                 and Call-Env-Value not = "000000000"
              Move Call-Env-Value to Call-Threshold
              Multiply 100 by Call-Threshold
           End-If

           Open Output InsuredReport
           Perform 1200-Write-Headings
           Open Output InsExtractFile
           Open Extend RmCallFile
           If RmCallStatus = "35"
              Open Output RmCallFile
           End-If

           Open Input CustXrefFile
           If CustXrefOK
              Move "Y" to XrefOpen-Switch
           Else
              Display "InsDep: unable to open CUSTXREF, rc="
                      CustXrefStatus
              Move "Y" to CustEOF-Switch
           End-If
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to AcctOpen-Switch
           Else
              Display "InsDep: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to CustEOF-Switch
           End-If
           Open Input PodBeneFile
           If PodBeneOK
              Move "Y" to PodOpen-Switch
           End-If
           Open Input CustMasterFile
           If not CustMasterOK
              Display "InsDep: unable to open CUSTMAST, rc="
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
      * One customer: bucket every linked account, then apply the     *
      * limit category by category.                                    *
      *****************************************************************
       2000-Process-One-Customer.
           Add 1 to CustomersRead
           If Cust-Is-Active
              Perform 2050-Clear-Buckets
              Perform 2100-Collect-Accounts
              Perform 2500-Apply-Limits
           End-If
           Perform 1100-Read-Customer.

       2050-Clear-Buckets.
           Perform 2060-Clear-One-Bucket
               Varying Cat-Index from 1 by 1
               Until Cat-Index > 4
           Move zero to BeneNameCount Customer-Uninsured
           Move spaces to Customer-Branch.

       2060-Clear-One-Bucket.
           Move zero to Cat-Balance(Cat-Index) Cat-Accounts(Cat-Index)
                        Cat-Limit(Cat-Index) Cat-Insured(Cat-Index)
                        Cat-Uninsured(Cat-Index).

       2100-Collect-Accounts.
           Move "N" to XrefEOF-Switch
           Move Cust-Number to Xref-Customer-Number
           Move zero to Xref-Account-Number
           Start CustXrefFile Key is Not Less Than Xref-Key
               Invalid Key
                   Move "Y" to XrefEOF-Switch
           End-Start
           Perform 2110-Read-Xref
           Perform 2200-Bucket-One-Account
               Until NoMoreXrefRecords.

       2110-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * A deposit account's money goes to one bucket: CD by type,    *
      * else POD when PODBENE names beneficiaries, else joint or      *
      * single by the owner count.  The customer's part is the even   *
      * share across the owner table; an overdrawn balance counts as  *
      * nothing.                                                       *
      *****************************************************************
       2200-Bucket-One-Account.
           If Xref-Customer-Number not = Cust-Number
              Move "Y" to XrefEOF-Switch
              Exit Paragraph
           End-If
           Move Xref-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Perform 2110-Read-Xref
                   Exit Paragraph
           End-Read
           If Master-Status-Closed or Master-Status-ChargedOff
                 or Master-Type-Loan
              Perform 2110-Read-Xref
              Exit Paragraph
           End-If
           If Customer-Branch = spaces
              Move Master-Branch-Code to Customer-Branch
           End-If

           Move zero to Account-Deposit
           If Master-Account-Balance > zero
              Move Master-Account-Balance to Account-Deposit
           End-If
           Move zero to Account-Bene-Count
           Evaluate true
              When Master-Type-TimeDeposit
                 Perform 2300-Add-CD-Accrual
                 Move 4 to Account-Category
              When other
                 Perform 2400-Count-Pod-Beneficiaries
                 Evaluate true
                    When Account-Bene-Count > zero
                       Move 3 to Account-Category
                    When Master-Owner-Count > 1
                       Move 2 to Account-Category
                    When other
                       Move 1 to Account-Category
                 End-Evaluate
           End-Evaluate

           If Master-Owner-Count > 1
              Compute Owner-Share rounded =
                  Account-Deposit / Master-Owner-Count
           Else
              Move Account-Deposit to Owner-Share
           End-If
           Add Owner-Share to Cat-Balance(Account-Category)
           Add 1 to Cat-Accounts(Account-Category)
           Perform 2110-Read-Xref.

      *****************************************************************
      * A CD that does not sweep its interest out monthly pays the    *
      * whole term's interest at maturity, so the months already run  *
      * since the term began have earned interest the balance does    *
      * not yet show.                                                  *
      *****************************************************************
       2300-Add-CD-Accrual.
           If Master-CD-Sweeps-Interest
                 or Master-CD-Maturity-Date = zero
                 or Account-Deposit = zero
              Exit Paragraph
           End-If
           Move Master-CD-Maturity-Date to Date-Work
           Compute Maturity-Month-Index = DW-Year * 12 + DW-Month
           Compute Accrued-Months = Master-CD-Term-Months
               - (Maturity-Month-Index - Today-Month-Index)
           If Accrued-Months > Master-CD-Term-Months
              Move Master-CD-Term-Months to Accrued-Months
           End-If
           If Accrued-Months > zero
              Compute Accrued-Interest rounded =
                  Account-Deposit * Master-CD-Rate * Accrued-Months
              Add Accrued-Interest to Account-Deposit
           End-If.

       2400-Count-Pod-Beneficiaries.
           If not PodFileOpen
              Exit Paragraph
           End-If
           Move "N" to BeneEOF-Switch
           Move Master-Account-Number to Pod-Account-Number
           Move zero to Pod-Sequence
           Start PodBeneFile Key is Not Less Than Pod-Key
               Invalid Key
                   Move "Y" to BeneEOF-Switch
           End-Start
           Perform 2410-Read-Beneficiary
           Perform 2420-Note-One-Beneficiary
               Until NoMoreBeneRows.

       2410-Read-Beneficiary.
           If not NoMoreBeneRows
              Read PodBeneFile Next Record
                  At End
                      Move "Y" to BeneEOF-Switch
              End-Read
           End-If.

       2420-Note-One-Beneficiary.
           If Pod-Account-Number not = Master-Account-Number
              Move "Y" to BeneEOF-Switch
              Exit Paragraph
           End-If
           Add 1 to Account-Bene-Count
           Move "N" to BeneMatch-Switch
           Perform 2430-Match-One-Name
               Varying Bene-Search from 1 by 1
               Until Bene-Search > BeneNameCount
                  or BeneficiaryKnown
           If not BeneficiaryKnown and BeneNameCount < 40
              Add 1 to BeneNameCount
              Move Pod-Bene-Name to Bene-Name-Entry(BeneNameCount)
           End-If
           Perform 2410-Read-Beneficiary.

       2430-Match-One-Name.
           If Bene-Name-Entry(Bene-Search) = Pod-Bene-Name
              Set BeneficiaryKnown to true
           End-If.

      *****************************************************************
      * The limit applies category by category -- the POD category   *
      * once per distinct beneficiary -- and what is over it is the   *
      * uninsured amount.                                              *
      *****************************************************************
       2500-Apply-Limits.
           Perform 2510-Apply-One-Limit
               Varying Cat-Index from 1 by 1
               Until Cat-Index > 4
           If Cat-Accounts(1) + Cat-Accounts(2) + Cat-Accounts(3)
                 + Cat-Accounts(4) = zero
              Exit Paragraph
           End-If
           Add 1 to CustomersWithDeposits
           If Customer-Uninsured > zero
              Add 1 to CustomersUninsured
              Add Customer-Uninsured to Grand-Uninsured
           End-If
           If Customer-Uninsured >= Call-Threshold
                 and Customer-Uninsured > zero
              Perform 2700-Raise-Call
           End-If.

       2510-Apply-One-Limit.
           If Cat-Accounts(Cat-Index) = zero
              Exit Paragraph
           End-If
           Move Insurance-Limit to Cat-Limit(Cat-Index)
           If Cat-Index = 3 and BeneNameCount > zero
              Compute Cat-Limit(Cat-Index) =
                  Insurance-Limit * BeneNameCount
           End-If
           If Cat-Balance(Cat-Index) > Cat-Limit(Cat-Index)
              Move Cat-Limit(Cat-Index) to Cat-Insured(Cat-Index)
              Compute Cat-Uninsured(Cat-Index) =
                  Cat-Balance(Cat-Index) - Cat-Limit(Cat-Index)
           Else
              Move Cat-Balance(Cat-Index) to Cat-Insured(Cat-Index)
              Move zero to Cat-Uninsured(Cat-Index)
           End-If
           Add Cat-Balance(Cat-Index) to Grand-Deposits
           Add Cat-Uninsured(Cat-Index) to Customer-Uninsured
           Perform 2600-Write-Extract
           If Cat-Uninsured(Cat-Index) > zero
              Perform 2650-Write-Report-Line
           End-If.

       2600-Write-Extract.
           Move spaces to Ins-Extract-Record
           Move Business-Date to Ins-As-Of-Date
           Move Cust-Number   to Ins-Customer-Number
           Move Cust-Tax-Id   to Ins-Tax-Id
           Move Cust-Name     to Ins-Customer-Name
           Move Category-Code(Cat-Index) to Ins-Category
           Move Cat-Accounts(Cat-Index)  to Ins-Account-Count
           Move zero to Ins-Beneficiary-Count
           If Cat-Index = 3
              Move BeneNameCount to Ins-Beneficiary-Count
           End-If
           Move Cat-Balance(Cat-Index)   to Ins-Balance
           Move Cat-Limit(Cat-Index)     to Ins-Limit
           Move Cat-Insured(Cat-Index)   to Ins-Insured-Amount
           Move Cat-Uninsured(Cat-Index) to Ins-Uninsured-Amount
           Write Ins-Extract-Record
           Add 1 to ExtractRecords.

       2650-Write-Report-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Cust-Number to D-Customer
           Move Cust-Name   to D-Name
           Move Category-Name(Cat-Index) to D-Category
           Compute D-Balance   = Cat-Balance(Cat-Index) / 100
           Compute D-Insured   = Cat-Insured(Cat-Index) / 100
           Compute D-Uninsured = Cat-Uninsured(Cat-Index) / 100
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       2700-Raise-Call.
           Move spaces to Rm-Call-Record
           Move Business-Date      to RmCall-Date
           Move Cust-Number        to RmCall-Customer-Number
           Move Cust-Name          to RmCall-Customer-Name
           Move Customer-Branch    to RmCall-Branch-Code
           Set RmCall-Uninsured    to true
           Move Customer-Uninsured to RmCall-Amount
           Move "INSDEP"           to RmCall-Source
           Write Rm-Call-Record
           Add 1 to CallsRaised.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "CUSTOMERS WITH DEPOSITS:" to S-Label
           Move CustomersWithDeposits to S-Count
           Compute S-Amount = Grand-Deposits / 100
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "CUSTOMERS OVER THE LIMIT:" to S-Label
           Move CustomersUninsured to S-Count
           Compute S-Amount = Grand-Uninsured / 100
           Move Summary-Line to Report-Line
           Write Report-Line
           Close InsuredReport
           Close InsExtractFile
           Close RmCallFile
           If CustMasterOK or NoMoreCustomers
              Close CustMasterFile
           End-If
           If XrefFileOpen
              Close CustXrefFile
           End-If
           If AcctFileOpen
              Close AcctMasterFile
           End-If
           If PodFileOpen
              Close PodBeneFile
           End-If
           Display "InsDep: customers=" CustomersRead
                   " with deposits=" CustomersWithDeposits
                   " uninsured=" CustomersUninsured
                   " extract records=" ExtractRecords
                   " calls raised=" CallsRaised.

       End program "InsDep".
