       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RefAudit.cbl                                                   *
      *----------------------------------------------------------------*
      * Weekly cross-file referential-integrity audit, run outside    *
      * the nightly ladder.  Where BalRpt, SavRecon and HoldExpire    *
      * each reconcile one pair of files, this walks the whole web of *
      * references between the masters and lists every one that      *
      * points nowhere it should, one section per rule with its       *
      * count, on REFAUDIT:                                            *
      *   - every CUSTXREF row against an ACCTMAST account, an owner  *
      *     slot on that account linked to the customer, and an       *
      *     active CUSTMAST customer;                                  *
      *   - every owner slot's Master-Owner-Cust-Id and every         *
      *     custodian against CUSTMAST, and every linked owner slot   *
      *     against its CUSTXREF row;                                  *
      *   - every Master-Linked-Savings, every live STANDING order's  *
      *     source and (internal) target, and every active HOLDFILE   *
      *     hold against a live account -- on ACCTMAST and neither    *
      *     closed nor charged off;                                    *
      *   - any customer reference at all to a customer CustMrg       *
      *     merged away.                                               *
      * Every reference is gathered into one sort by what it points   *
      * at, so each account and customer is looked up once; the      *
      * exceptions go to the REFWORK work file and a second sort      *
      * lays them out by rule.  Any exception sets return code 4.      *
      ******************************************************************
       Identification division.
       Program-id. "RefAudit" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select StandingFile Assign to "STANDING"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Stand-Order-Number
               File Status is StandingStatus.
           Select HoldLedgerFile Assign to "HOLDFILE"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Hold-Key
               File Status is HoldLedgerStatus.
           Select ExceptionWorkFile Assign to "REFWORK"
               Organization is Sequential
               File Status is ExceptionWorkStatus.
           Select AuditReport Assign to "REFAUDIT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
           Select ExceptionSortFile Assign to "SORTWK2".
       Data Division.
       File Section.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CustMasterFile.
           Copy CustRec.
       FD  CustXrefFile.
           Copy CustXref.
       FD  StandingFile.
           Copy Standing.
       FD  HoldLedgerFile.
           Copy HoldRec.
       FD  ExceptionWorkFile.
       01  Exception-Work-Record    pic X(60).
       FD  AuditReport.
       01  Report-Line              pic X(100).

      *****************************************************************
      * One reference.  Kind A points at an account, kind C at a      *
      * customer; kind L is one side of an owner-slot/CUSTXREF pair   *
      * (customer, account), from the slot (O) or the row (X).  The   *
      * rule is the one a bad reference is reported under; a live     *
      * account is wanted where Sort-Need-Open is Y, one merely on    *
      * ACCTMAST will do elsewhere.                                    *
      *****************************************************************
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Kind             pic X(01).
           05 Sort-Number           pic 9(6).
           05 Sort-Second           pic 9(6).
           05 Sort-Source           pic X(01).
           05 Sort-Rule             pic 9(2).
           05 Sort-Need-Open        pic X(01).
           05 Sort-From-File        pic X(08).
           05 Sort-From-Key         pic X(14).
       SD  ExceptionSortFile.
       01  Exception-Sort-Record.
           05 Exc-Rule              pic 9(2).
           05 Exc-Number            pic 9(6).
           05 Exc-From-File         pic X(08).
           05 Exc-From-Key          pic X(14).
           05 Exc-Finding           pic X(30).

       Working-Storage Section.
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  StandingStatus         pic X(02) value spaces.
           88 StandingOK             value "00".
       01  HoldLedgerStatus       pic X(02) value spaces.
           88 HoldLedgerOK           value "00".
       01  ExceptionWorkStatus    pic X(02) value spaces.
           88 ExceptionWorkOK        value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  ReadEOF-Switch         pic X(01) value "N".
           88 NoMoreRecords          value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  AcctOpen-Switch        pic X(01) value "N".
           88 AcctFileOpen           value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustFileOpen           value "Y".
       01  AcctFound-Switch       pic X(01) value "N".
           88 AccountOnMaster        value "Y".
       01  CustFound-Switch       pic X(01) value "N".
           88 CustomerOnFile         value "Y".
       01  Pair-Open-Switch       pic X(01) value "N".
           88 PairIsOpen             value "Y".

       01  Today                  pic 9(8) value zero.
       01  Owner-Index            pic 9(1) value zero.
       01  Rule-Index             pic 9(2) value zero.
       01  Current-Rule           pic 9(2) value zero.
       01  Custodian-Number       pic 9(6) value zero.
       01  Lookup-Account         pic 9(6) value zero.

      *  the last account and customer looked up -- the sort brings
      *  every reference to one together, so each is read once
       01  Looked-Up-Account      pic 9(7) value 9999999.
       01  Looked-Up-Status       pic X(01) value space.
       01  Looked-Up-Customer     pic 9(7) value 9999999.
       01  Looked-Up-Cust-Status  pic X(01) value space.
       01  Looked-Up-Merged-To    pic 9(6) value zero.

      *  the owner-slot/CUSTXREF pair in hand
       01  Pair-Customer          pic 9(6) value zero.
       01  Pair-Account           pic 9(6) value zero.
       01  Pair-Slots             pic 9(2) value zero.
       01  Pair-Rows              pic 9(2) value zero.
       01  Pair-From-Key          pic X(14) value spaces.

       01  From-Key-Pair.
           05 FK-First            pic 9(6).
           05 FK-Slash            pic X(01) value "/".
           05 FK-Second           pic 9(6).
           05 Filler              pic X(01) value space.
       01  From-Key-Hold.
           05 FKH-Account         pic 9(6).
           05 FKH-Slash           pic X(01) value "/".
           05 FKH-Seq             pic 9(4).
           05 Filler              pic X(03) value spaces.
       01  From-Key-Single.
           05 FKS-Number          pic 9(6).
           05 Filler              pic X(08) value spaces.

       01  Exception-Work-Area.
           05 EW-Rule             pic 9(2).
           05 EW-Number           pic 9(6).
           05 EW-From-File        pic X(08).
           05 EW-From-Key         pic X(14).
           05 EW-Finding          pic X(30).
       01  Finding-Merged.
           05 Filler              pic X(10) value "MERGED TO ".
           05 FM-Survivor         pic 9(6).
           05 Filler              pic X(14) value spaces.

       01  Rule-Values.
           05 Filler              pic X(10) value "XREF-ACCT ".
           05 Filler              pic X(36) value
              "CUSTXREF ACCOUNT NOT ON ACCTMAST".
           05 Filler              pic X(10) value "XREF-SLOT ".
           05 Filler              pic X(36) value
              "CUSTXREF ROW WITH NO OWNER SLOT".
           05 Filler              pic X(10) value "XREF-CUST ".
           05 Filler              pic X(36) value
              "CUSTXREF CUSTOMER NOT ACTIVE".
           05 Filler              pic X(10) value "OWNR-CUST ".
           05 Filler              pic X(36) value
              "OWNER SLOT CUSTOMER NOT ON CUSTMAST".
           05 Filler              pic X(10) value "OWNR-XREF ".
           05 Filler              pic X(36) value
              "OWNER SLOT WITH NO CUSTXREF ROW".
           05 Filler              pic X(10) value "CUSTODIAN ".
           05 Filler              pic X(36) value
              "CUSTODIAN NOT ON CUSTMAST".
           05 Filler              pic X(10) value "LINK-SAV  ".
           05 Filler              pic X(36) value
              "LINKED SAVINGS NOT A LIVE ACCOUNT".
           05 Filler              pic X(10) value "STND-SRC  ".
           05 Filler              pic X(36) value
              "STANDING SOURCE NOT A LIVE ACCOUNT".
           05 Filler              pic X(10) value "STND-TGT  ".
           05 Filler              pic X(36) value
              "STANDING TARGET NOT A LIVE ACCOUNT".
           05 Filler              pic X(10) value "HOLD-ACCT ".
           05 Filler              pic X(36) value
              "ACTIVE HOLD ON NO LIVE ACCOUNT".
           05 Filler              pic X(10) value "MERGED    ".
           05 Filler              pic X(36) value
              "MERGED-AWAY CUSTOMER REFERENCED".
       01  Rule-Table redefines Rule-Values.
           05 Rule-Entry          occurs 11 times.
              10 Rule-Code        pic X(10).
              10 Rule-Description pic X(36).
       01  Rule-Counts.
           05 Rule-Count          occurs 11 times pic 9(7).

       01  ReferencesChecked      pic 9(7) value zero.
       01  ExceptionsFound        pic 9(7) value zero.

       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "CROSS-FILE REFERENCE AUDIT              ".
           05 Filler              pic X(03) value spaces.
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(06) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(36) value
              "RULE       REFERS TO  FROM FILE KEY".
           05 Filler              pic X(40) value
              "            FINDING".
       01  Rule-Heading-Line.
           05 Filler              pic X(05) value "RULE ".
           05 RH-Code             pic X(10).
           05 RH-Description      pic X(36).
       01  Detail-Line.
           05 D-Code              pic X(10).
           05 Filler              pic X(01) value spaces.
           05 D-Number            pic 9(6).
           05 Filler              pic X(05) value spaces.
           05 D-From-File         pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-From-Key          pic X(14).
           05 Filler              pic X(02) value spaces.
           05 D-Finding           pic X(30).
       01  Rule-Total-Line.
           05 Filler              pic X(04) value spaces.
           05 Filler              pic X(12) value "EXCEPTIONS: ".
           05 RT-Count            pic ZZZ,ZZ9.
       01  Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 S-Code              pic X(10).
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Kind Sort-Number Sort-Second
                             Sort-Source Sort-From-File Sort-From-Key
               Input Procedure is 2000-Gather-References
               Output Procedure is 3000-Check-References
           Sort ExceptionSortFile
               Ascending Key Exc-Rule Exc-Number Exc-From-File
                             Exc-From-Key
               Using ExceptionWorkFile
               Output Procedure is 4000-Print-Exceptions
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "RefAudit: cross-file reference audit starting"
           Call "GetBusDate" using Today
           Initialize Rule-Counts
           Open Output AuditReport.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount = zero or LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * Input procedure: every reference on every file goes to the    *
      * sort under what it points at.                                  *
      *****************************************************************
       2000-Gather-References.
           Perform 2100-Gather-From-Master
           Perform 2200-Gather-From-Xref
           Perform 2300-Gather-From-Standing
           Perform 2400-Gather-From-Holds.

       2100-Gather-From-Master.
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "RefAudit: unable to open ACCTMAST, rc="
                      AcctMasterStatus ", master references not read"
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 2110-Read-Master
           Perform 2120-Release-Master-References
               Until NoMoreRecords
           Close AcctMasterFile.

       2110-Read-Master.
           Read AcctMasterFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       2120-Release-Master-References.
           Move "ACCTMAST" to Sort-From-File
           Move Master-Account-Number to FKS-Number
           Move From-Key-Single to Sort-From-Key
           Perform 2130-Release-Owner-Slot
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4
           If Master-Custodian-Cust not = zero
              Move Master-Custodian-Cust to Custodian-Number
              Move "C"               to Sort-Kind
              Move Custodian-Number  to Sort-Number
              Move zero              to Sort-Second
              Move space             to Sort-Source
              Move 6                 to Sort-Rule
              Move "N"               to Sort-Need-Open
              Release Sort-Record
           End-If
           If Master-Linked-Savings not = zero
              Move "A"                   to Sort-Kind
              Move Master-Linked-Savings to Sort-Number
              Move zero                  to Sort-Second
              Move space                 to Sort-Source
              Move 7                     to Sort-Rule
              Move "Y"                   to Sort-Need-Open
              Release Sort-Record
           End-If
           Perform 2110-Read-Master.

       2130-Release-Owner-Slot.
           If Master-Owner-Cust-Id(Owner-Index) not numeric
                 or Master-Owner-Cust-Id(Owner-Index) = zero
              Exit Paragraph
           End-If
           Move "C"   to Sort-Kind
           Move Master-Owner-Cust-Id(Owner-Index) to Sort-Number
           Move zero  to Sort-Second
           Move space to Sort-Source
           Move 4     to Sort-Rule
           Move "N"   to Sort-Need-Open
           Release Sort-Record
           Move "L"   to Sort-Kind
           Move Master-Account-Number to Sort-Second
           Move "O"   to Sort-Source
           Move 5     to Sort-Rule
           Release Sort-Record.

       2200-Gather-From-Xref.
           Open Input CustXrefFile
           If not CustXrefOK
              Display "RefAudit: unable to open CUSTXREF, rc="
                      CustXrefStatus ", cross-reference not read"
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 2210-Read-Xref
           Perform 2220-Release-Xref-References
               Until NoMoreRecords
           Close CustXrefFile.

       2210-Read-Xref.
           Read CustXrefFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       2220-Release-Xref-References.
           Move "CUSTXREF" to Sort-From-File
           Move Xref-Customer-Number to FK-First
           Move Xref-Account-Number  to FK-Second
           Move From-Key-Pair to Sort-From-Key
           Move "A"   to Sort-Kind
           Move Xref-Account-Number to Sort-Number
           Move zero  to Sort-Second
           Move space to Sort-Source
           Move 1     to Sort-Rule
           Move "N"   to Sort-Need-Open
           Release Sort-Record
           Move "C"   to Sort-Kind
           Move Xref-Customer-Number to Sort-Number
           Move 3     to Sort-Rule
           Release Sort-Record
           Move "L"   to Sort-Kind
           Move Xref-Account-Number to Sort-Second
           Move "X"   to Sort-Source
           Move 2     to Sort-Rule
           Release Sort-Record
           Perform 2210-Read-Xref.

      *****************************************************************
      * A cancelled order moves nothing and is left alone; an        *
      * external order has no target on our books.                     *
      *****************************************************************
       2300-Gather-From-Standing.
           Open Input StandingFile
           If not StandingOK
              Display "RefAudit: unable to open STANDING, rc="
                      StandingStatus ", standing orders not read"
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 2310-Read-Standing
           Perform 2320-Release-Order-References
               Until NoMoreRecords
           Close StandingFile.

       2310-Read-Standing.
           Read StandingFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       2320-Release-Order-References.
           If Stand-Is-Cancelled
              Perform 2310-Read-Standing
              Exit Paragraph
           End-If
           Move "STANDING" to Sort-From-File
           Move Stand-Order-Number to FKS-Number
           Move From-Key-Single to Sort-From-Key
           Move "A"   to Sort-Kind
           Move Stand-Source-Account to Sort-Number
           Move zero  to Sort-Second
           Move space to Sort-Source
           Move 8     to Sort-Rule
           Move "Y"   to Sort-Need-Open
           Release Sort-Record
           If Stand-Dest-Internal
              Move Stand-Target-Account to Sort-Number
              Move 9 to Sort-Rule
              Release Sort-Record
           End-If
           Perform 2310-Read-Standing.

       2400-Gather-From-Holds.
           Open Input HoldLedgerFile
           If not HoldLedgerOK
              Display "RefAudit: unable to open HOLDFILE, rc="
                      HoldLedgerStatus ", hold ledger not read"
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 2410-Read-Hold
           Perform 2420-Release-Hold-Reference
               Until NoMoreRecords
           Close HoldLedgerFile.

       2410-Read-Hold.
           Read HoldLedgerFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       2420-Release-Hold-Reference.
           If Hold-Is-Active
              Move "HOLDFILE" to Sort-From-File
              Move Hold-Account-Number to FKH-Account
              Move Hold-Seq            to FKH-Seq
              Move From-Key-Hold to Sort-From-Key
              Move "A"   to Sort-Kind
              Move Hold-Account-Number to Sort-Number
              Move zero  to Sort-Second
              Move space to Sort-Source
              Move 10    to Sort-Rule
              Move "Y"   to Sort-Need-Open
              Release Sort-Record
           End-If
           Perform 2410-Read-Hold.

      *****************************************************************
      * Output procedure: references come back by what they point    *
      * at and each is judged; exceptions go to REFWORK.               *
      *****************************************************************
       3000-Check-References.
           Open Output ExceptionWorkFile
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to AcctOpen-Switch
           Else
              Display "RefAudit: unable to open ACCTMAST, rc="
                      AcctMasterStatus ", accounts not checked"
           End-If
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
           Else
              Display "RefAudit: unable to open CUSTMAST, rc="
                      CustMasterStatus ", customers not checked"
           End-If
           Move 9999999 to Looked-Up-Account
           Move 9999999 to Looked-Up-Customer
           Move "N" to SortEOF-Switch
           Move "N" to Pair-Open-Switch
           Perform 3100-Return-Reference
           Perform 3200-Check-One-Reference
               Until NoMoreSortRecords
           If PairIsOpen
              Perform 3600-Close-Pair
           End-If
           If AcctFileOpen
              Close AcctMasterFile
           End-If
           If CustFileOpen
              Close CustMasterFile
           End-If
           Close ExceptionWorkFile.

       3100-Return-Reference.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-Check-One-Reference.
           Add 1 to ReferencesChecked
           Evaluate Sort-Kind
               When "A"
                   Perform 3300-Check-Account-Reference
               When "C"
                   Perform 3400-Check-Customer-Reference
               When "L"
                   Perform 3500-Tally-Pair-Side
           End-Evaluate
           Perform 3100-Return-Reference.

       3300-Check-Account-Reference.
           If not AcctFileOpen
              Exit Paragraph
           End-If
           Move Sort-Number to Lookup-Account
           Perform 3310-Look-Up-Account
           Evaluate True
               When not AccountOnMaster
                   Move "NOT ON ACCTMAST" to EW-Finding
               When Sort-Need-Open not = "Y"
                   Exit Paragraph
               When Looked-Up-Status = "C"
                   Move "ACCOUNT CLOSED" to EW-Finding
               When Looked-Up-Status = "W"
                   Move "ACCOUNT CHARGED OFF" to EW-Finding
               When Other
                   Exit Paragraph
           End-Evaluate
           Move Sort-Rule to EW-Rule
           Perform 3700-Take-Reference
           Perform 3800-Write-Exception.

       3310-Look-Up-Account.
           If Lookup-Account = Looked-Up-Account
              Exit Paragraph
           End-If
           Move Lookup-Account to Looked-Up-Account
           Move Lookup-Account to Master-Account-Number
           Move "Y" to AcctFound-Switch
           Read AcctMasterFile
               Invalid Key
                   Move "N" to AcctFound-Switch
           End-Read
           If AccountOnMaster
              Move Master-Account-Status to Looked-Up-Status
           Else
              Move space to Looked-Up-Status
           End-If.

      *****************************************************************
      * A merged-away customer is reported under MERGED whatever      *
      * refers to it; otherwise a missing customer fails the rule     *
      * the reference came in under, and an inactive one fails only   *
      * CUSTXREF's, which wants an active customer.                    *
      *****************************************************************
       3400-Check-Customer-Reference.
           If not CustFileOpen
              Exit Paragraph
           End-If
           Perform 3410-Look-Up-Customer
           Evaluate True
               When not CustomerOnFile
                   Move Sort-Rule to EW-Rule
                   Move "NOT ON CUSTMAST" to EW-Finding
               When Looked-Up-Merged-To not = zero
                   Move 11 to EW-Rule
                   Move Looked-Up-Merged-To to FM-Survivor
                   Move Finding-Merged to EW-Finding
               When Sort-Rule = 3 and Looked-Up-Cust-Status not = "A"
                   Move Sort-Rule to EW-Rule
                   Move "CUSTOMER INACTIVE" to EW-Finding
               When Other
                   Exit Paragraph
           End-Evaluate
           Perform 3700-Take-Reference
           Perform 3800-Write-Exception.

       3410-Look-Up-Customer.
           If Sort-Number = Looked-Up-Customer
              Exit Paragraph
           End-If
           Move Sort-Number to Looked-Up-Customer
           Move Sort-Number to Cust-Number
           Move "Y" to CustFound-Switch
           Read CustMasterFile
               Invalid Key
                   Move "N" to CustFound-Switch
           End-Read
           Move zero  to Looked-Up-Merged-To
           Move space to Looked-Up-Cust-Status
           If CustomerOnFile
              Move Cust-Status to Looked-Up-Cust-Status
              If Cust-Merged-To is numeric
                 Move Cust-Merged-To to Looked-Up-Merged-To
              End-If
           End-If.

      *****************************************************************
      * The two sides of an owner-slot/CUSTXREF pair arrive together. *
      * A CUSTXREF row whose account is not on ACCTMAST at all has    *
      * already failed XREF-ACCT and is not reported twice.            *
      *****************************************************************
       3500-Tally-Pair-Side.
           If PairIsOpen
                 and (Sort-Number not = Pair-Customer
                      or Sort-Second not = Pair-Account)
              Perform 3600-Close-Pair
           End-If
           If not PairIsOpen
              Move "Y" to Pair-Open-Switch
              Move Sort-Number to Pair-Customer
              Move Sort-Second to Pair-Account
              Move zero to Pair-Slots
              Move zero to Pair-Rows
           End-If
           If Sort-Source = "O"
              Add 1 to Pair-Slots
           Else
              Add 1 to Pair-Rows
           End-If
           Move Sort-From-Key to Pair-From-Key.

       3600-Close-Pair.
           Move "N" to Pair-Open-Switch
           Move Pair-Customer to EW-Number
           Move Pair-From-Key to EW-From-Key
           Evaluate True
               When Pair-Slots > zero and Pair-Rows = zero
                   Move 5 to EW-Rule
                   Move "ACCTMAST" to EW-From-File
                   Move "NO CUSTXREF ROW" to EW-Finding
               When Pair-Rows > zero and Pair-Slots = zero
                   If not AcctFileOpen
                      Exit Paragraph
                   End-If
                   Move Pair-Account to Lookup-Account
                   Perform 3310-Look-Up-Account
                   If not AccountOnMaster
                      Exit Paragraph
                   End-If
                   Move 2 to EW-Rule
                   Move "CUSTXREF" to EW-From-File
                   Move "NO OWNER SLOT ON ACCOUNT" to EW-Finding
               When Other
                   Exit Paragraph
           End-Evaluate
           Perform 3800-Write-Exception.

       3700-Take-Reference.
           Move Sort-Number    to EW-Number
           Move Sort-From-File to EW-From-File
           Move Sort-From-Key  to EW-From-Key.

       3800-Write-Exception.
           Write Exception-Work-Record from Exception-Work-Area
           Add 1 to Rule-Count(EW-Rule)
           Add 1 to ExceptionsFound.

      *****************************************************************
      * Second output procedure: the exceptions by rule, each rule's  *
      * section headed and totalled.                                   *
      *****************************************************************
       4000-Print-Exceptions.
           Move "N" to SortEOF-Switch
           Move zero to Current-Rule
           Perform 4100-Return-Exception
           Perform 4200-Print-One-Exception
               Until NoMoreSortRecords
           If Current-Rule not = zero
              Perform 4400-Close-Rule
           End-If.

       4100-Return-Exception.
           If not NoMoreSortRecords
              Return ExceptionSortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       4200-Print-One-Exception.
           If Exc-Rule not = Current-Rule
              If Current-Rule not = zero
                 Perform 4400-Close-Rule
              End-If
              Perform 4300-Open-Rule
           End-If
           Move Rule-Code(Exc-Rule) to D-Code
           Move Exc-Number          to D-Number
           Move Exc-From-File       to D-From-File
           Move Exc-From-Key        to D-From-Key
           Move Exc-Finding         to D-Finding
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Perform 4100-Return-Exception.

       4300-Open-Rule.
           Move Exc-Rule to Current-Rule
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move Rule-Code(Current-Rule)        to RH-Code
           Move Rule-Description(Current-Rule) to RH-Description
           Move Rule-Heading-Line to Report-Line
           Perform 1300-Write-Line.

       4400-Close-Rule.
           Move Rule-Count(Current-Rule) to RT-Count
           Move Rule-Total-Line to Report-Line
           Perform 1300-Write-Line.

       9000-Terminate.
           If LineCount = zero
              Perform 1200-Write-Headings
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move spaces to Summary-Line
           Move "REFERENCES CHECKED:" to S-Label
           Move ReferencesChecked to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Perform 9100-Summarize-One-Rule
               Varying Rule-Index from 1 by 1
               Until Rule-Index > 11
           Move spaces to Summary-Line
           Move "TOTAL EXCEPTIONS:" to S-Label
           Move ExceptionsFound to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close AuditReport
           Display "RefAudit: references=" ReferencesChecked
                   " exceptions=" ExceptionsFound
           If ExceptionsFound > zero
              Move 4 to Return-Code
           End-If.

       9100-Summarize-One-Rule.
           Move Rule-Code(Rule-Index)        to S-Code
           Move Rule-Description(Rule-Index) to S-Label
           Move Rule-Count(Rule-Index)       to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line.

       End program "RefAudit".
