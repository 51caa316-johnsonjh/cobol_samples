       cbl thread,pgmname(longmixed)
      ******************************************************************
      * EmpAcct.cbl                                                    *
      *----------------------------------------------------------------*
      * Nightly employee-account posting report for internal audit.   *
      * An operator linked on OPERFILE to their own customer record   *
      * (AcctMnt action L) is an employee; every account whose        *
      * ACCTMAST owner table carries an employee's customer number is *
      * an employee account.  Lists each of today's operator-stamped  *
      * journal entries -- the ones keyed at a teller window or       *
      * released by a supervisor -- against an employee account: the  *
      * posting operator, the approver where there was one, and which *
      * employee owns the account, flagging an entry the owner posted *
      * to their own account.  The teller transactions refuse those   *
      * at the window; the report is the audit trail that they did,   *
      * and that a colleague's postings for an employee were routine. *
      * A NightlyRun stage ahead of the journal roll, while the day's *
      * entries are still in JRNLFILE.                                *
      ******************************************************************
       Identification division.
       Program-id. "EmpAcct" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select OperatorFile Assign to "OPERFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Oper-Id
               File Status is OperatorStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select EmployeeReport Assign to "EMPACRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  OperatorFile.
           Copy OperRec.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  JournalFile.
           Copy Journal.
       FD  EmployeeReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  OperatorStatus         pic X(02) value spaces.
           88 OperatorOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  OperEOF-Switch         pic X(01) value "N".
           88 NoMoreOperators        value "Y".
       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  Found-Switch           pic X(01) value "N".
           88 EntryFound             value "Y".

      *****************************************************************
      * The employees, kept in customer-number order as they are      *
      * loaded (OPERFILE comes back in operator-ID order), so the     *
      * owner scan can SEARCH ALL on the customer number.  A customer *
      * linked to two operator IDs keeps the first.                    *
      *****************************************************************
       01  EmployeeCount          pic 9(4) value zero.
       01  Employee-Table.
           05 Employee-Entry occurs 0 to 2000 times
                 depending on EmployeeCount
                 ascending key is Emp-Customer
                 indexed by Emp-Idx.
              10 Emp-Customer        pic 9(6).
              10 Emp-Oper-Id         pic X(8).
              10 Emp-Name            pic X(20).
       01  Insert-Slot            pic 9(4) value zero.
       01  Shift-Index            pic 9(4) value zero.

      *  the employee accounts, in ACCTMAST key order
       01  EmpAcctCount           pic 9(5) value zero.
       01  Employee-Account-Table.
           05 Employee-Account occurs 0 to 20000 times
                 depending on EmpAcctCount
                 ascending key is EA-Account
                 indexed by EA-Idx.
              10 EA-Account          pic 9(6).
              10 EA-Customer         pic 9(6).
              10 EA-Oper-Id          pic X(8).
       01  Owner-Index            pic 9(1) value zero.
       01  Owner-Found-Slot       pic 9(4) value zero.

       01  Today                  pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.
       01  EntriesListed          pic 9(7) value zero.
       01  OwnEntriesListed       pic 9(7) value zero.
       01  UnapprovedListed       pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "EMPLOYEE-ACCOUNT POSTINGS -- AUDIT      ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(48) value
              "ACCOUNT  OWNER   OWNER OPER  T        AMOUNT  ".
           05 Filler              pic X(32) value
              "POSTED BY APPROVED BY           ".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Owner-Cust        pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 D-Owner-Oper        pic X(8).
           05 Filler              pic X(02) value spaces.
           05 D-Type              pic X(01).
           05 Filler              pic X(01) value spaces.
           05 D-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Operator          pic X(8).
           05 Filler              pic X(02) value spaces.
           05 D-Approver          pic X(8).
           05 Filler              pic X(02) value spaces.
           05 D-Flag              pic X(16).
       01  Summary-Line.
           05 Filler              pic X(10) value spaces.
           05 S-Label             pic X(38).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Load-Employees
           If EmployeeCount > zero
              Perform 3000-Find-Employee-Accounts
           End-If
           If EmpAcctCount > zero
              Perform 4000-Scan-Journal
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "EmpAcct: employee-account posting report starting"
           Call "GetBusDate" using Today
           Open Output EmployeeReport
           Perform 1200-Write-Headings.

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
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * Every operator carrying a customer link, active or not -- an  *
      * operator signed off since still posted today's entries.       *
      *****************************************************************
       2000-Load-Employees.
           Open Input OperatorFile
           If not OperatorOK
              Display "EmpAcct: unable to open OPERFILE, rc="
                      OperatorStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Operator
           Perform 2200-Consider-One-Operator
               Until NoMoreOperators
           Close OperatorFile.

       2100-Read-Operator.
           If not NoMoreOperators
              Read OperatorFile Next Record
                  At End
                      Move "Y" to OperEOF-Switch
              End-Read
           End-If.

       2200-Consider-One-Operator.
           If Oper-Customer-Number is numeric
                 and Oper-Customer-Number not = zero
              Perform 2300-Insert-Employee
           End-If
           Perform 2100-Read-Operator.

       2300-Insert-Employee.
           If EmployeeCount >= 2000
              Display "EmpAcct: employee table full at operator "
                      Oper-Id
              Move "Y" to OperEOF-Switch
              Exit Paragraph
           End-If
           Move 1 to Insert-Slot
           Perform 2310-Step-Past-Lower
               Until Insert-Slot > EmployeeCount
                  or Emp-Customer(Insert-Slot) >= Oper-Customer-Number
           If Insert-Slot <= EmployeeCount
              If Emp-Customer(Insert-Slot) = Oper-Customer-Number
                 Display "EmpAcct: customer " Oper-Customer-Number
                         " linked to operators "
                         Emp-Oper-Id(Insert-Slot) " and " Oper-Id
                 Exit Paragraph
              End-If
           End-If
           Add 1 to EmployeeCount
           Perform 2320-Shift-One-Up
               Varying Shift-Index from EmployeeCount by -1
               Until Shift-Index <= Insert-Slot
           Move Oper-Customer-Number to Emp-Customer(Insert-Slot)
           Move Oper-Id              to Emp-Oper-Id(Insert-Slot)
           Move Oper-Name            to Emp-Name(Insert-Slot).

       2310-Step-Past-Lower.
           Add 1 to Insert-Slot.

       2320-Shift-One-Up.
           Move Employee-Entry(Shift-Index - 1)
             to Employee-Entry(Shift-Index).

      *****************************************************************
      * Every account, in any status, one of whose owners is an       *
      * employee -- the first employee owner found is the one the     *
      * report names.                                                  *
      *****************************************************************
       3000-Find-Employee-Accounts.
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "EmpAcct: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Master
           Perform 3200-Consider-One-Account
               Until NoMoreMasterRecords
           Close AcctMasterFile.

       3100-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

       3200-Consider-One-Account.
           Move zero to Owner-Found-Slot
           Perform 3300-Match-One-Owner
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4
                  or Owner-Found-Slot > zero
           If Owner-Found-Slot > zero
              Perform 3400-Add-Employee-Account
           End-If
           Perform 3100-Read-Master.

       3300-Match-One-Owner.
           If Master-Owner-Cust-Id(Owner-Index) is not numeric
                 or Master-Owner-Cust-Id(Owner-Index) = zero
              Exit Paragraph
           End-If
           Set Emp-Idx to 1
           Search All Employee-Entry
               At End
                   Continue
               When Emp-Customer(Emp-Idx)
                       = Master-Owner-Cust-Id(Owner-Index)
                   Set Owner-Found-Slot to Emp-Idx
           End-Search.

       3400-Add-Employee-Account.
           If EmpAcctCount >= 20000
              Display "EmpAcct: employee-account table full at "
                      Master-Account-Number
              Move "Y" to MasterEOF-Switch
              Exit Paragraph
           End-If
           Add 1 to EmpAcctCount
           Move Master-Account-Number to EA-Account(EmpAcctCount)
           Move Emp-Customer(Owner-Found-Slot)
             to EA-Customer(EmpAcctCount)
           Move Emp-Oper-Id(Owner-Found-Slot)
             to EA-Oper-Id(EmpAcctCount).

      *****************************************************************
      * Today's operator-stamped entries against an employee account. *
      * Batch-posted entries carry no operator and are not listed.    *
      *****************************************************************
       4000-Scan-Journal.
           Open Input JournalFile
           If not JournalOK
              Display "EmpAcct: unable to open JRNLFILE, rc="
                      JournalFileStatus
              Exit Paragraph
           End-If
           Perform 4100-Read-Journal
           Perform 4200-Consider-One-Entry
               Until NoMoreJournalRecords
           Close JournalFile.

       4100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       4200-Consider-One-Entry.
           If Journal-Date = Today
                 and Journal-Operator-Id not = spaces
                 and Journal-Operator-Id not = low-values
              Move "N" to Found-Switch
              Set EA-Idx to 1
              Search All Employee-Account
                  At End
                      Continue
                  When EA-Account(EA-Idx) = Journal-Account-Number
                      Move "Y" to Found-Switch
              End-Search
              If EntryFound
                 Perform 4300-List-One-Entry
              End-If
           End-If
           Perform 4100-Read-Journal.

       4300-List-One-Entry.
           Move spaces to Detail-Line
           Move Journal-Account-Number to D-Account
           Move EA-Customer(EA-Idx)    to D-Owner-Cust
           Move EA-Oper-Id(EA-Idx)     to D-Owner-Oper
           Move Journal-Type           to D-Type
           Move Journal-Amount         to D-Amount
           Move Journal-Operator-Id    to D-Operator
           If Journal-Approver-Id = spaces
                 or Journal-Approver-Id = low-values
              Move "NONE" to D-Approver
              Add 1 to UnapprovedListed
           Else
              Move Journal-Approver-Id to D-Approver
           End-If
           If Journal-Operator-Id = EA-Oper-Id(EA-Idx)
              Move "OWN ACCOUNT" to D-Flag
              Add 1 to OwnEntriesListed
           End-If
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Add 1 to EntriesListed.

       9000-Terminate.
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move spaces to Summary-Line
           Move "EMPLOYEES LINKED:" to S-Label
           Move EmployeeCount to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "EMPLOYEE ACCOUNTS:" to S-Label
           Move EmpAcctCount to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "ENTRIES LISTED:" to S-Label
           Move EntriesListed to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "  WITH NO APPROVER:" to S-Label
           Move UnapprovedListed to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "  POSTED BY THE OWNER:" to S-Label
           Move OwnEntriesListed to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close EmployeeReport
           Display "EmpAcct: employees=" EmployeeCount
                   " accounts=" EmpAcctCount
                   " entries=" EntriesListed
                   " own=" OwnEntriesListed.

       End program "EmpAcct".
