       cbl thread,pgmname(longmixed)
      ******************************************************************
      * BrchXfer.cbl                                                   *
      *----------------------------------------------------------------*
      * Branch transfer (NightlyRun stage 37, straight after the GL   *
      * summarization, so every balance it moves is exactly what the  *
      * old branch's ledger carries tonight).  Applies the BRXFRIN    *
      * requests: a single account moving to another branch when the  *
      * customer moves, or a whole branch closed into another.  Each  *
      * account moved has Master-Branch-Code restamped in place, the   *
      * change logged through ChgLog for replication, and a type "5"  *
      * journal entry written -- no money moves, the entry records    *
      * when the account changed branches.  The balances go across    *
      * the books as one balanced GLPOST pair per account type per    *
      * request, the old branch's deposit-liability account against   *
      * the new branch's, resolved through GLCHART exactly as JrnlGl  *
      * resolves them (source JRNLGL, category LIAtbbb) so the money   *
      * lands on the accounts the daily summarization posts to.       *
      * Loans carry principal, not deposits, and move branch without  *
      * a deposit GL pair.  A branch closure also moves the closing   *
      * branch's operators, each change logged to OPERHIST through    *
      * OperHLog, and restamps tonight's DRAWLEDG row of each operator *
      * moved, so the drawers go with them.  Everything -- accounts,  *
      * operators, drawers, GL and refusals -- is listed on the       *
      * BRXFRRPT transfer register, one section per request, with a   *
      * sign-off for the manager of each branch.  Tonight's SNAPSHOT  *
      * row of each account moved is restamped with the new branch    *
      * too, so GlRecon totals the close under the branch the GL pair *
      * moved the balance to.                                         *
      ******************************************************************
       Identification division.
       Program-id. "BrchXfer" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select BranchXferFile Assign to "BRXFRIN"
               Organization is Sequential
               File Status is BranchXferStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select OperatorFile Assign to "OPERFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Oper-Id
               File Status is OperatorStatus.
           Select DrawerLedgerFile Assign to "DRAWLEDG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Drawer-Key
               File Status is DrawerLedgerStatus.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
           Select TransferRegister Assign to "BRXFRRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  BranchXferFile.
           Copy BrXfer.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  OperatorFile.
           Copy OperRec.
       FD  DrawerLedgerFile.
           Copy DrawLedg.
       FD  SnapshotFile.
           Copy SnapRec.
       FD  JournalFile.
           Copy Journal.
       FD  GLPostFile.
           Copy GLPost.
       FD  TransferRegister.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  BranchXferStatus       pic X(02) value spaces.
           88 BranchXferOK           value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  OperatorStatus         pic X(02) value spaces.
           88 OperatorOK             value "00".
       01  DrawerLedgerStatus     pic X(02) value spaces.
           88 DrawerLedgerOK         value "00".
       01  SnapshotStatus         pic X(02) value spaces.
           88 SnapshotOK             value "00".
       01  JournalFileStatus      pic X(02) value spaces.
       01  GLPostFileStatus       pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.

       01  XferEOF-Switch         pic X(01) value "N".
           88 NoMoreXferRequests     value "Y".
       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  OperEOF-Switch         pic X(01) value "N".
           88 NoMoreOperators        value "Y".
       01  Master-Switch          pic X(01) value "N".
           88 MasterFileOpen         value "Y".
       01  Drawer-Switch          pic X(01) value "N".
           88 DrawerFileOpen         value "Y".
       01  Snapshot-Switch        pic X(01) value "N".
           88 SnapshotFileOpen       value "Y".
       01  TypeMatch-Switch       pic X(01) value "N".
           88 TypeSlotMatched        value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  From-Branch            pic X(03) value spaces.
       01  To-Branch              pic X(03) value spaces.
       01  Account-Branch         pic X(03) value spaces.
       01  Operator-Branch        pic X(03) value spaces.
       01  Old-Branch-Code        pic X(03) value spaces.
       01  Saved-Master-Image     pic X(300) value spaces.
       01  Refusal-Reason         pic X(40) value spaces.

      *  replication change-log call, the DormSweep shape
       01  Change-Log-Source      pic X(08) value "BRCHXFER".
       01  Change-Log-Entity      pic X(01) value "A".
       01  Change-Log-Action      pic X(01) value "U".
       01  Change-Log-No-Hold     pic 9(4) value zero.

      *  an operator change is logged to OPERHIST through OperHLog
       01  Before-Operator-Image  pic X(54) value spaces.
       01  No-Operator-Id         pic X(08) value spaces.

      *****************************************************************
      * One slot per account type moved by the current request: the  *
      * net balance that crosses from the old branch's liability      *
      * account to the new one's, positive for a deposit balance.      *
      *****************************************************************
       01  TypeCount              pic 9(2) value zero.
       01  Type-Search            pic 9(2) value zero.
       01  Type-Table.
           05 Type-Entry occurs 10 times.
              10 TYP-Account-Type    pic X(01).
              10 TYP-Old-Branch      pic X(03).
              10 TYP-Net             pic S9(11) binary.
       01  Group-Amount           pic S9(11) binary value zero.

       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.
       01  Old-Liability-Account  pic X(10) value spaces.
       01  New-Liability-Account  pic X(10) value spaces.
       01  Liability-Category.
           05 Filler              pic X(03) value "LIA".
           05 LC-Account-Type     pic X(01).
           05 LC-Branch           pic X(03).
           05 Filler              pic X(01) value space.
       01  Group-Description.
           05 Filler              pic X(15) value "BRANCH XFER BR ".
           05 GD-Old-Branch       pic X(03).
           05 Filler              pic X(04) value " TO ".
           05 GD-New-Branch       pic X(03).
           05 Filler              pic X(04) value " TY ".
           05 GD-Account-Type     pic X(01).

       01  RequestsRead           pic 9(5) value zero.
       01  RequestsRefused        pic 9(5) value zero.
       01  AccountsMoved          pic 9(7) value zero.
       01  OperatorsMoved         pic 9(5) value zero.
       01  DrawersMoved           pic 9(5) value zero.
       01  PairsWritten           pic 9(5) value zero.
       01  Request-Accounts       pic 9(7) value zero.
       01  Request-Balance        pic S9(11) binary value zero.
       01  Request-Operators      pic 9(5) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "BRANCH TRANSFER REGISTER            ".
           05 H1-Date             pic 9999/99/99.
       01  Section-Line.
           05 Filler              pic X(21) value
              "TRANSFER FROM BRANCH ".
           05 SL-From-Branch      pic X(03).
           05 Filler              pic X(11) value " TO BRANCH ".
           05 SL-To-Branch        pic X(03).
           05 Filler              pic X(15) value "  REQUESTED BY ".
           05 SL-Requested-By     pic X(08).
           05 Filler              pic X(02) value spaces.
           05 SL-Reason           pic X(20).
       01  Column-Line.
           05 Filler              pic X(50) value
              "  ACCOUNT  TYPE  STATUS          BALANCE  NOTE".
       01  Account-Line.
           05 Filler              pic X(02) value spaces.
           05 AL-Account          pic 9(6).
           05 Filler              pic X(05) value spaces.
           05 AL-Type             pic X(01).
           05 Filler              pic X(07) value spaces.
           05 AL-Status           pic X(01).
           05 Filler              pic X(03) value spaces.
           05 AL-Balance          pic ---,---,--9.99.
           05 Filler              pic X(02) value spaces.
           05 AL-Note             pic X(30).
       01  Operator-Line.
           05 Filler              pic X(11) value "  OPERATOR ".
           05 OL-Oper-Id          pic X(08).
           05 Filler              pic X(01) value space.
           05 OL-Oper-Name        pic X(20).
           05 Filler              pic X(02) value spaces.
           05 OL-Note             pic X(30).
       01  GL-Line.
           05 Filler              pic X(06) value "  GL  ".
           05 GLL-Account-Type    pic X(01).
           05 Filler              pic X(05) value " DR  ".
           05 GLL-Debit-Account   pic X(10).
           05 Filler              pic X(05) value " CR  ".
           05 GLL-Credit-Account  pic X(10).
           05 Filler              pic X(02) value spaces.
           05 GLL-Amount          pic ---,---,--9.99.
       01  Refusal-Line.
           05 Filler              pic X(12) value "  REFUSED: ".
           05 RL-Account          pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 RL-Reason           pic X(40).
       01  Total-Line.
           05 Filler              pic X(18) value
              "  ACCOUNTS MOVED: ".
           05 TL-Accounts         pic ZZZ,ZZ9.
           05 Filler              pic X(11) value "  BALANCE: ".
           05 TL-Balance          pic ---,---,---,--9.99.
           05 Filler              pic X(13) value "  OPERATORS: ".
           05 TL-Operators        pic ZZ,ZZ9.
       01  Signoff-Line.
           05 Filler              pic X(17) value
              "  MANAGER BRANCH ".
           05 SO-From-Branch      pic X(03).
           05 Filler              pic X(24) value
              " ____________________   ".
           05 Filler              pic X(15) value
              "MANAGER BRANCH ".
           05 SO-To-Branch        pic X(03).
           05 Filler              pic X(21) value
              " ____________________".

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Apply-One-Request
               Until NoMoreXferRequests
           Perform 9000-Terminate
           Move zero to Return-Code
           Goback.

       1000-Initialize.
           Display "BrchXfer: branch transfer starting"
           Call "GetBusDate" using Business-Date
           Open Output TransferRegister
           Move Business-Date to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Open Input BranchXferFile
           If not BranchXferOK
      *  no file on the DD is an ordinary night with no transfers
              Display "BrchXfer: no BRXFRIN file tonight, rc="
                      BranchXferStatus
              Move "Y" to XferEOF-Switch
              Exit Paragraph
           End-If
           Open I-O AcctMasterFile
           If not AcctMasterOK
              Display "BrchXfer: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to XferEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to Master-Switch
      *  no SNAPSHOT means the close has not been snapshotted to fix
           Open I-O SnapshotFile
           If SnapshotOK
              Move "Y" to Snapshot-Switch
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           Perform 1100-Read-Request.

       1100-Read-Request.
           If not NoMoreXferRequests
              Read BranchXferFile
                  At End
                      Move "Y" to XferEOF-Switch
                  Not At End
                      Add 1 to RequestsRead
              End-Read
           End-If.

      *****************************************************************
      * One BRXFRIN request: its own register section, its accounts,  *
      * for a closure its operators, then the GL pairs for what it    *
      * moved and the managers' sign-off.                              *
      *****************************************************************
       2000-Apply-One-Request.
           Move zero to TypeCount Request-Accounts Request-Balance
                        Request-Operators
           Move BrX-To-Branch to To-Branch
           Move BrX-From-Branch to From-Branch
           If BrX-Branch-Closure and From-Branch = spaces
              Move "000" to From-Branch
           End-If

           Move BrX-Requested-By to SL-Requested-By
           Move BrX-Reason       to SL-Reason
           Move To-Branch        to SL-To-Branch
           If BrX-One-Account and From-Branch = spaces
              Move "???"         to SL-From-Branch
           Else
              Move From-Branch   to SL-From-Branch
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move Section-Line to Report-Line
           Write Report-Line
           Move Column-Line to Report-Line
           Write Report-Line

           Move spaces to Refusal-Reason
           Evaluate True
               When To-Branch = spaces
                   Move "NO BRANCH TO TRANSFER TO" to Refusal-Reason
               When not BrX-One-Account and not BrX-Branch-Closure
                   Move "UNKNOWN REQUEST MODE" to Refusal-Reason
               When BrX-Branch-Closure and From-Branch = To-Branch
                   Move "BRANCH CANNOT CLOSE INTO ITSELF"
                     to Refusal-Reason
               When Other
                   Continue
           End-Evaluate
           If Refusal-Reason not = spaces
              Move BrX-Account-Number to RL-Account
              Perform 2900-Write-Refusal
              Perform 1100-Read-Request
              Exit Paragraph
           End-If

           If BrX-One-Account
              Perform 2100-Transfer-One-Account
           Else
              Perform 2200-Close-Branch
           End-If
           Perform 3000-Post-GL-Pairs

           Move Request-Accounts  to TL-Accounts
           Compute TL-Balance = Request-Balance / 100
           Move Request-Operators to TL-Operators
           Move Total-Line to Report-Line
           Write Report-Line
           If BrX-One-Account
              Move Old-Branch-Code to SO-From-Branch
           Else
              Move From-Branch     to SO-From-Branch
           End-If
           Move To-Branch to SO-To-Branch
           Move Signoff-Line to Report-Line
           Write Report-Line
           Perform 1100-Read-Request.

       2100-Transfer-One-Account.
           Move spaces to Old-Branch-Code
           Move BrX-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Move "ACCOUNT NOT ON FILE" to Refusal-Reason
           End-Read
           If Refusal-Reason = spaces
              Move Master-Branch-Code to Account-Branch
              If Account-Branch = spaces
                 Move "000" to Account-Branch
              End-If
              Move Account-Branch to Old-Branch-Code
              Evaluate True
                  When From-Branch not = spaces
                        and From-Branch not = Account-Branch
                      Move "ACCOUNT IS NOT ON THE FROM BRANCH"
                        to Refusal-Reason
                  When Account-Branch = To-Branch
                      Move "ACCOUNT IS ALREADY ON THAT BRANCH"
                        to Refusal-Reason
                  When Other
                      Continue
              End-Evaluate
           End-If
           If Refusal-Reason not = spaces
              Move BrX-Account-Number to RL-Account
              Perform 2900-Write-Refusal
              Exit Paragraph
           End-If
           Perform 2500-Move-Account.

      *****************************************************************
      * A closure walks the whole master for the closing branch's     *
      * accounts, then moves its operators.                            *
      *****************************************************************
       2200-Close-Branch.
           Move From-Branch to Old-Branch-Code
           Move "N" to MasterEOF-Switch
           Move zero to Master-Account-Number
           Start AcctMasterFile
               Key is Not Less Than Master-Account-Number
               Invalid Key
                   Move "Y" to MasterEOF-Switch
           End-Start
           Perform 2210-Read-Master
           Perform 2220-Consider-One-Account
               Until NoMoreMasterRecords
           Perform 2300-Move-Branch-Operators.

       2210-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

       2220-Consider-One-Account.
           Move Master-Branch-Code to Account-Branch
           If Account-Branch = spaces
              Move "000" to Account-Branch
           End-If
           If Account-Branch = From-Branch
              Perform 2500-Move-Account
           End-If
           Perform 2210-Read-Master.

      *****************************************************************
      * Every operator on the closing branch goes to the new branch,  *
      * logged to OPERHIST, and the operator's drawer row for tonight *
      * -- if one was opened today -- goes with them.                  *
      *****************************************************************
       2300-Move-Branch-Operators.
           Open I-O OperatorFile
           If not OperatorOK
              Display "BrchXfer: unable to open OPERFILE, rc="
                      OperatorStatus ", operators not moved"
              Exit Paragraph
           End-If
      *  no DRAWLEDG means no drawer has been opened to move
           Move "N" to Drawer-Switch
           Open I-O DrawerLedgerFile
           If DrawerLedgerOK
              Move "Y" to Drawer-Switch
           End-If
           Move "N" to OperEOF-Switch
           Perform 2310-Read-Operator
           Perform 2320-Consider-One-Operator
               Until NoMoreOperators
           If DrawerFileOpen
              Close DrawerLedgerFile
           End-If
           Close OperatorFile.

       2310-Read-Operator.
           If not NoMoreOperators
              Read OperatorFile Next Record
                  At End
                      Move "Y" to OperEOF-Switch
              End-Read
           End-If.

       2320-Consider-One-Operator.
           Move Oper-Branch to Operator-Branch
           If Operator-Branch = spaces
              Move "000" to Operator-Branch
           End-If
           If Operator-Branch not = From-Branch
              Perform 2310-Read-Operator
              Exit Paragraph
           End-If

           Move Operator-Record to Before-Operator-Image
           Move To-Branch to Oper-Branch
           Rewrite Operator-Record
           If not OperatorOK
              Move Oper-Id   to OL-Oper-Id
              Move Oper-Name to OL-Oper-Name
              Move "NOT MOVED, OPERFILE REWRITE FAILED" to OL-Note
              Move Operator-Line to Report-Line
              Write Report-Line
              Perform 2310-Read-Operator
              Exit Paragraph
           End-If
           Call "OperHLog" using by content "BRCHXFER" "C"
                                 by content No-Operator-Id
                                 by reference Before-Operator-Image
                                              Operator-Record
           Add 1 to OperatorsMoved Request-Operators
           Move Oper-Id   to OL-Oper-Id
           Move Oper-Name to OL-Oper-Name
           Move "MOVED" to OL-Note
           If DrawerFileOpen
              Perform 2330-Move-Operator-Drawer
           End-If
           Move Operator-Line to Report-Line
           Write Report-Line
           Perform 2310-Read-Operator.

       2330-Move-Operator-Drawer.
           Move Oper-Id       to Drawer-Operator-Id
           Move Business-Date to Drawer-Date
           Read DrawerLedgerFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Move To-Branch to Drawer-Branch
           Rewrite Drawer-Ledger-Record
           If DrawerLedgerOK
              Add 1 to DrawersMoved
              If Drawer-Is-Open
                 Move "MOVED, DRAWER STILL OPEN" to OL-Note
              Else
                 Move "MOVED WITH TODAY'S DRAWER" to OL-Note
              End-If
           End-If.

      *****************************************************************
      * Moves the account in hand: the branch is restamped and the    *
      * record rewritten, the change logged for replication, a no-    *
      * money journal entry written, tonight's snapshot row          *
      * restamped, and the balance added to its account type's slot  *
      * for the GL pair.                                              *
      *****************************************************************
       2500-Move-Account.
           Move Master-Branch-Code to Account-Branch
           Move To-Branch to Master-Branch-Code
           Rewrite Acct-Master-Record
           If not AcctMasterOK
              Move Master-Account-Number to RL-Account
              Move "ACCTMAST REWRITE FAILED" to Refusal-Reason
              Perform 2900-Write-Refusal
              Exit Paragraph
           End-If
           Call "ChgLog" using Change-Log-Source Change-Log-Entity
                               Change-Log-Action Master-Account-Number
                               Change-Log-No-Hold
           Perform 2550-Journal-Branch-Transfer
           If SnapshotFileOpen
              Perform 2560-Restamp-Snapshot
           End-If
           Add 1 to AccountsMoved Request-Accounts
           Add Master-Account-Balance to Request-Balance

           Move Master-Account-Number to AL-Account
           Move Master-Account-Type   to AL-Type
           Move Master-Account-Status to AL-Status
           Compute AL-Balance = Master-Account-Balance / 100
           If Master-Type-Loan
              Move "LOAN - NO DEPOSIT GL" to AL-Note
           Else
              Move spaces to AL-Note
              Perform 2600-Add-To-Type-Slot
           End-If
           Move Account-Line to Report-Line
           Write Report-Line.

       2550-Journal-Branch-Transfer.
           Open Extend JournalFile
           If JournalFileStatus = "35"
              Open Output JournalFile
           End-If
           Move spaces to Journal-Record
           Move spaces to Journal-Operator-Id
           Move Master-Account-Number to Journal-Account-Number
           Move Business-Date to Journal-Date
           Accept Journal-Time from Time
           Set Journal-Branch-Transfer to true
           Move zero to Journal-Amount
           Move Master-Account-Balance to Journal-Running-Balance
           Move zero to Journal-Link-Account
      *  every direct journal append joins the tamper-evident chain
           Call "JrnlChain" using Journal-Record
           Write Journal-Record
           Close JournalFile.

      *  only the branch in the snapshot's image changes -- the rest
      *  stays as the close left it; the master in hand is put back
      *  for the register and the GL slot
       2560-Restamp-Snapshot.
           Move Business-Date         to Snap-Date
           Move Master-Account-Number to Snap-Account-Number
           Read SnapshotFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Move Acct-Master-Record to Saved-Master-Image
           Move Snap-Master-Image  to Acct-Master-Record
           Move To-Branch          to Master-Branch-Code
           Move Acct-Master-Record to Snap-Master-Image
           Rewrite Snapshot-Record
           Move Saved-Master-Image to Acct-Master-Record.

      *  the slot is the account type and the branch it came off --
      *  a closure's accounts all share one, but a blank branch and
      *  "000" post to different GLCHART categories
       2600-Add-To-Type-Slot.
           Move "N" to TypeMatch-Switch
           Perform 2610-Match-Type-Slot
               Varying Type-Search from 1 by 1
               Until Type-Search > TypeCount or TypeSlotMatched
           If not TypeSlotMatched
              If TypeCount < 10
                 Add 1 to TypeCount
                 Move TypeCount to Type-Search
                 Move Master-Account-Type to TYP-Account-Type(TypeCount)
                 Move Account-Branch to TYP-Old-Branch(TypeCount)
                 Move zero to TYP-Net(TypeCount)
              Else
                 Display "BrchXfer: GL slot table full, account "
                         Master-Account-Number " not in a GL pair"
                 Exit Paragraph
              End-If
           Else
              Subtract 1 from Type-Search
           End-If
           Add Master-Account-Balance to TYP-Net(Type-Search).

       2610-Match-Type-Slot.
           If TYP-Account-Type(Type-Search) = Master-Account-Type
                 and TYP-Old-Branch(Type-Search) = Account-Branch
              Set TypeSlotMatched to true
           End-If.

       2900-Write-Refusal.
           Add 1 to RequestsRefused
           Move Refusal-Reason to RL-Reason
           Move Refusal-Line to Report-Line
           Write Report-Line
           Display "BrchXfer: refused, account " RL-Account " "
                   Refusal-Reason.

      *****************************************************************
      * One balanced GLPOST pair per account type and old branch the  *
      * request moved: a deposit balance leaves the old branch's      *
      * liability account (debit) for the new one's (credit); a net   *
      * overdrawn balance goes the other way.                          *
      *****************************************************************
       3000-Post-GL-Pairs.
           Perform 3100-Post-One-Pair
               Varying Type-Search from 1 by 1
               Until Type-Search > TypeCount.

       3100-Post-One-Pair.
           If TYP-Net(Type-Search) = zero
              Exit Paragraph
           End-If
           Move TYP-Old-Branch(Type-Search) to LC-Branch
           Perform 3200-Resolve-Liability
           Move GL-Resolved-Account to Old-Liability-Account
           Move To-Branch to LC-Branch
           Perform 3200-Resolve-Liability
           Move GL-Resolved-Account to New-Liability-Account

           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "BRCHXFER" to GL-Source-Program
           Move TYP-Old-Branch(Type-Search) to GD-Old-Branch
           Move To-Branch to GD-New-Branch
           Move TYP-Account-Type(Type-Search) to GD-Account-Type
           Move Group-Description to GL-Description
           Move TYP-Account-Type(Type-Search) to GLL-Account-Type
           If TYP-Net(Type-Search) > zero
              Move TYP-Net(Type-Search) to Group-Amount
              Move Old-Liability-Account to GL-Account-Number
                                            GLL-Debit-Account
              Set GL-Is-Debit to true
              Move Group-Amount to GL-Amount
              Write GL-Posting-Record
              Move New-Liability-Account to GL-Account-Number
                                            GLL-Credit-Account
              Set GL-Is-Credit to true
              Write GL-Posting-Record
           Else
              Compute Group-Amount = zero - TYP-Net(Type-Search)
              Move New-Liability-Account to GL-Account-Number
                                            GLL-Debit-Account
              Set GL-Is-Debit to true
              Move Group-Amount to GL-Amount
              Write GL-Posting-Record
              Move Old-Liability-Account to GL-Account-Number
                                            GLL-Credit-Account
              Set GL-Is-Credit to true
              Write GL-Posting-Record
           End-If
           Add 1 to PairsWritten
           Compute GLL-Amount = Group-Amount / 100
           Move GL-Line to Report-Line
           Write Report-Line.

      *  the same defaults JrnlGl falls back to for each account type
       3200-Resolve-Liability.
           Move TYP-Account-Type(Type-Search) to LC-Account-Type
           Evaluate TYP-Account-Type(Type-Search)
              When "S"
              When "T"
                 Move "2100-SAVLIA" to GL-Resolve-Default
              When "R"
                 Move "2150-IRADEP" to GL-Resolve-Default
              When other
                 Move "2000-DDACTL" to GL-Resolve-Default
           End-Evaluate
           Call "GlResolv" using by content "JRNLGL  "
                                 Liability-Category
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account.

       9000-Terminate.
           If MasterFileOpen
              Close AcctMasterFile
              Close GLPostFile
              Close BranchXferFile
           End-If
           If SnapshotFileOpen
              Close SnapshotFile
           End-If
           Close TransferRegister
           Display "BrchXfer: requests=" RequestsRead
                   " refused=" RequestsRefused
                   " accounts moved=" AccountsMoved
                   " operators=" OperatorsMoved
                   " drawers=" DrawersMoved
                   " GL pairs=" PairsWritten.

       End program "BrchXfer".
