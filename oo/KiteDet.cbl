       cbl thread,pgmname(longmixed)
      ******************************************************************
      * KiteDet.cbl                                                    *
      *----------------------------------------------------------------*
      * Check-kiting detection across related accounts.  StrucDet     *
      * watches cash and ChkHold covers each deposit on its own; this *
      * job looks for the float a kite builds, where checks drawn on  *
      * one account are deposited to another -- ours or another       *
      * bank's -- and the uncollected balance climbs day after day.   *
      * Over a rolling window it takes the drawer/payee pair of every *
      * check CHKREG shows cleared before today and of every check on *
      * today's PRESENTED file, the check deposits still under an     *
      * AVAILSCH hold on HOLDFILE (the uncollected float, day by      *
      * day), and the deposits and day-end balances off the journal   *
      * -- point the JRNLFILE DD at the window's rolled generations   *
      * plus the active file, the StrucDet convention.  Accounts are  *
      * linked into groups by the checks passing between them and by  *
      * common customer through CUSTXREF.  A group comes out on the   *
      * KITERPT worklist when its checks run in a circle (two or more *
      * members that each drew and deposited checks, or a member      *
      * drawing checks against its own uncollected check deposits),   *
      * its float rose through the window, and its deposits ran at a  *
      * high multiple of its average balance -- with its members, the *
      * float by day, and the checks that passed inside the group     *
      * listed under it.  Tunables (SYSPARM, with defaults):          *
      * KITEDAYS window length in business days (10, max 31) KITERISE *
      * days the float must rise (3) KITERATIO deposits as a multiple *
      * of the group's average balance (5)                            *
      ******************************************************************
       Identification division.
       Program-id. "KiteDet" recursive.
       Environment division.
       Configuration section.
       Input-Output Section.
       File-Control.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select CheckRegisterFile Assign to "CHKREG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Register-Event-Key
               File Status is CheckRegStatus.
           Select PresentedFile Assign to "PRESENTED"
               Organization is Sequential
               File Status is PresentedFileStatus.
           Select HoldLedgerFile Assign to "HOLDFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hold-Key
               File Status is HoldLedgerStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select WorklistReport Assign to "KITERPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  JournalFile.
           Copy Journal.
       FD  CheckRegisterFile.
           Copy CheckReg.
       FD  PresentedFile.
           Copy PresentChk.
       FD  HoldLedgerFile.
           Copy HoldRec.
       FD  CustXrefFile.
           Copy CustXref.
       FD  WorklistReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Account-Number   pic 9(6).
           05 Sort-Kind             pic X(01).
              88 Sort-Check-Out        value "O".
              88 Sort-Check-In         value "I".
              88 Sort-Held-Deposit     value "H".
           05 Sort-Other-Account    pic 9(6).
           05 Sort-Amount           pic S9(9) binary.
           05 Sort-Placed-Date      pic 9(8).
           05 Sort-Expiry-Date      pic 9(8).

       Working-Storage Section.
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  CheckRegStatus         pic X(02) value spaces.
           88 CheckRegOK             value "00".
       01  PresentedFileStatus    pic X(02) value spaces.
           88 PresentedOK            value "00".
       01  HoldLedgerStatus       pic X(02) value spaces.
           88 HoldLedgerOK           value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  RegisterEOF-Switch     pic X(01) value "N".
           88 NoMoreRegisterEvents   value "Y".
       01  PresentedEOF-Switch    pic X(01) value "N".
           88 NoMorePresentedChecks  value "Y".
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreHoldRecords      value "Y".
       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  AcctFound-Switch       pic X(01) value "N".
           88 AccountInTable         value "Y".

       01  Today                  pic 9(8).
       01  Days-Env-Value         pic X(02) value spaces.
       01  Window-Days            pic 9(2) value 10.
       01  Rise-Env-Value         pic X(02) value spaces.
       01  Min-Rise-Days          pic 9(2) value 3.
       01  Ratio-Env-Value        pic X(03) value spaces.
       01  Min-Deposit-Ratio      pic 9(3) value 5.
       01  Window-Start-Integer   pic 9(7) value zero.
       01  Window-Start           pic 9(8) value zero.

      *****************************************************************
      * The window's dates, oldest first; the float series on each    *
      * account entry lines up with them day for day.                 *
      *****************************************************************
       01  Window-Day-Table.
           05 Window-Day occurs 31 times.
              10 WD-Date             pic 9(8).

      *****************************************************************
      * Every account with check activity in the window, built in     *
      * ascending order off the sorted activity so the journal and    *
      * CUSTXREF passes can locate it with SEARCH ALL.  KA-Parent     *
      * chains an account to the other accounts it is linked with; the*
      * KG- totals are kept on the entry at the head of each group.   *
      *****************************************************************
       01  AccountCount           pic 9(5) value zero.
       01  AccountsDropped        pic 9(7) value zero.
       01  Kite-Account-Table.
           05 Kite-Account occurs 0 to 5000 times
                 depending on AccountCount
                 ascending key is KA-Account
                 indexed by KA-Idx.
              10 KA-Account          pic 9(6).
              10 KA-Parent           pic 9(5).
              10 KA-Root             pic 9(5).
              10 KA-Checks-Out       pic S9(11) binary.
              10 KA-Checks-In        pic S9(11) binary.
              10 KA-Held-Deposits    pic S9(11) binary.
              10 KA-Credits          pic S9(11) binary.
              10 KA-Balance-Sum      pic S9(15) comp-3.
              10 KA-Balance-Days     pic 9(3).
              10 KA-Last-Date        pic 9(8).
              10 KA-Last-Balance     pic S9(9) binary.
              10 KA-Avg-Balance      pic S9(11) binary.
              10 KA-Float            occurs 31 times
                                     pic S9(11) binary.
              10 KG-Members          pic 9(5).
              10 KG-Two-Way          pic 9(5).
              10 KG-Held-Two-Way     pic 9(5).
              10 KG-Credits          pic S9(11) binary.
              10 KG-Avg-Balance      pic S9(11) binary.

      *****************************************************************
      * Drawer-to-payee check pairs, one entry per pair with its      *
      * count and total, in drawer/payee order as the sort returns    *
      * them.                                                         *
      *****************************************************************
       01  EdgeCount              pic 9(5) value zero.
       01  Kite-Edge-Table.
           05 Kite-Edge occurs 0 to 10000 times
                 depending on EdgeCount.
              10 KE-Drawer           pic 9(6).
              10 KE-Drawer-Index     pic 9(5).
              10 KE-Payee            pic 9(6).
              10 KE-Payee-Index      pic 9(5).
              10 KE-Count            pic 9(5).
              10 KE-Amount           pic S9(11) binary.

       01  Current-Index          pic 9(5) value zero.
       01  Acct-Search            pic 9(5) value zero.
       01  Member-Search          pic 9(5) value zero.
       01  Edge-Search            pic 9(5) value zero.
       01  Day-Index              pic 9(2) value zero.
       01  Find-Index             pic 9(5) value zero.
       01  Link-Index-A           pic 9(5) value zero.
       01  Link-Index-B           pic 9(5) value zero.
       01  Root-A                 pic 9(5) value zero.
       01  Root-B                 pic 9(5) value zero.
       01  Group-Root             pic 9(5) value zero.
       01  Search-Account         pic 9(6) value zero.
       01  Xref-Current-Customer  pic 9(6) value zero.
       01  Xref-First-Index       pic 9(5) value zero.

       01  Rise-Days              pic 9(2) value zero.
       01  Deposit-Ratio          pic 9(5)V9 value zero.
       01  Flag-Reason            pic X(40) value spaces.
       01  GroupsFlagged          pic 9(7) value zero.
       01  AccountsFlagged        pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(42) value
              "CHECK-KITING DETECTION WORKLIST           ".
           05 H1-Date             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(12) value "WINDOW FROM ".
           05 H2-Start            pic 9999/99/99.
           05 Filler              pic X(17) value
              "  FLOAT RISING ON".
           05 H2-Rise             pic ZZ9.
           05 Filler              pic X(23) value
              " DAYS  DEPOSITS OVER  ".
           05 H2-Ratio            pic ZZ9.
           05 Filler              pic X(18) value
              "X AVERAGE BALANCE".
       01  Group-Flag-Line.
           05 Filler              pic X(06) value "GROUP ".
           05 GF-Group            pic ZZZZZ9.
           05 Filler              pic X(04) value "  **".
           05 GF-Reason           pic X(40).
       01  Group-Score-Line.
           05 Filler              pic X(19) value
              "    FLOAT ROSE ON ".
           05 GS-Rise             pic Z9.
           05 Filler              pic X(04) value " OF ".
           05 GS-Days             pic Z9.
           05 Filler              pic X(17) value
              " DAYS  DEPOSITS ".
           05 GS-Credits          pic $$$,$$$,$$9.
           05 Filler              pic X(02) value spaces.
           05 GS-Ratio            pic ZZZZ9.9.
           05 Filler              pic X(18) value
              "X AVERAGE BALANCE".
       01  Member-Line.
           05 Filler              pic X(12) value "    ACCOUNT ".
           05 MB-Account          pic 9(6).
           05 Filler              pic X(06) value "  OUT ".
           05 MB-Checks-Out       pic $$$,$$$,$$9.
           05 Filler              pic X(05) value "  IN ".
           05 MB-Checks-In        pic $$$,$$$,$$9.
           05 Filler              pic X(07) value "  HELD ".
           05 MB-Held             pic $$$,$$$,$$9.
           05 Filler              pic X(10) value "  AVG BAL ".
           05 MB-Avg-Balance      pic $$$,$$$,$$9-.
       01  Float-Line.
           05 Filler              pic X(04) value spaces.
           05 FL-Date             pic 9999/99/99.
           05 Filler              pic X(15) value
              "  UNCOLLECTED: ".
           05 FL-Float            pic $$$,$$$,$$9.
       01  Edge-Line.
           05 Filler              pic X(11) value "    CHECKS ".
           05 EL-Drawer           pic 9(6).
           05 Filler              pic X(04) value " TO ".
           05 EL-Payee            pic 9(6).
           05 Filler              pic X(08) value "  COUNT ".
           05 EL-Count            pic ZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 EL-Amount           pic $$$,$$$,$$9.
       01  Summary-Line.
           05 Filler              pic X(17) value "GROUPS FLAGGED: ".
           05 S-Groups            pic ZZZ,ZZ9.
           05 Filler              pic X(20) value
              "  ACCOUNTS FLAGGED: ".
           05 S-Accounts          pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Account-Number
                             Sort-Kind
                             Sort-Other-Account
               Input Procedure is 2000-Feed-Check-Activity
               Output Procedure is 3000-Build-Account-Table
           If AccountCount > zero
              Perform 4000-Scan-Journal
              Perform 5000-Link-Accounts
              Perform 6000-Score-Groups
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "KiteDet: check-kiting detection starting"
           Call "GetBusDate" using Today
           Move "KiteDet" to Parm-Req-Program
           Move Window-Days to Days-Env-Value
           Move "KITEDAYS" to Parm-Req-Name
           Move Days-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Days-Env-Value
           If Days-Env-Value is numeric
                 and Days-Env-Value > "01" and Days-Env-Value < "32"
              Move Days-Env-Value to Window-Days
           End-If
           Move Min-Rise-Days to Rise-Env-Value
           Move "KITERISE" to Parm-Req-Name
           Move Rise-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Rise-Env-Value
           If Rise-Env-Value is numeric and Rise-Env-Value not = "00"
              Move Rise-Env-Value to Min-Rise-Days
           End-If
           Move Min-Deposit-Ratio to Ratio-Env-Value
           Move "KITERATIO" to Parm-Req-Name
           Move Ratio-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Ratio-Env-Value
           If Ratio-Env-Value is numeric
                 and Ratio-Env-Value not = "000"
              Move Ratio-Env-Value to Min-Deposit-Ratio
           End-If

           Compute Window-Start-Integer =
               Function Integer-Of-Date(Today) - Window-Days + 1
           Move Function Date-Of-Integer(Window-Start-Integer)
             to Window-Start
           Perform 1100-Set-Window-Day
               Varying Day-Index from 1 by 1
               Until Day-Index > Window-Days

           Open Output WorklistReport
           Move Today to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Window-Start      to H2-Start
           Move Min-Rise-Days     to H2-Rise
           Move Min-Deposit-Ratio to H2-Ratio
           Move Heading-Line-2 to Report-Line
           Write Report-Line.

       1100-Set-Window-Day.
           Move Function Date-Of-Integer
                  (Window-Start-Integer + Day-Index - 1)
             to WD-Date(Day-Index).

      *****************************************************************
      * Input procedure: every check in the window goes in twice --   *
      * once as the drawer's check out and once as the payee's check  *
      * in -- and every check deposit still carrying its availability *
      * hold inside the window goes in as a held deposit.  CHKREG     *
      * supplies the checks cleared before today and PRESENTED        *
      * today's, so tonight's clearing is never counted twice.        *
      *****************************************************************
       2000-Feed-Check-Activity.
           Perform 2100-Feed-Cleared-Checks
           Perform 2200-Feed-Presented-Checks
           Perform 2300-Feed-Held-Deposits.

       2100-Feed-Cleared-Checks.
           Open Input CheckRegisterFile
           If not CheckRegOK
              Display "KiteDet: unable to open CHKREG, rc="
                      CheckRegStatus
              Exit Paragraph
           End-If
           Perform 2110-Read-Register-Event
           Perform 2120-Release-One-Cleared-Check
               Until NoMoreRegisterEvents
           Close CheckRegisterFile.

       2110-Read-Register-Event.
           If not NoMoreRegisterEvents
              Read CheckRegisterFile Next Record
                  At End
                      Move "Y" to RegisterEOF-Switch
              End-Read
           End-If.

       2120-Release-One-Cleared-Check.
           If Register-Event-Cleared
                 and Register-Event-Date >= Window-Start
                 and Register-Event-Date < Today
              Move Register-Drawer-Account to Sort-Account-Number
              Move Register-Payee-Account  to Sort-Other-Account
              Move Register-Amount         to Sort-Amount
              Perform 2500-Release-Check-Pair
           End-If
           Perform 2110-Read-Register-Event.

       2200-Feed-Presented-Checks.
           Open Input PresentedFile
           If not PresentedOK
              Display "KiteDet: no PRESENTED file, rc="
                      PresentedFileStatus
              Exit Paragraph
           End-If
           Perform 2210-Read-Presented-Check
           Perform 2220-Release-One-Presented-Check
               Until NoMorePresentedChecks
           Close PresentedFile.

       2210-Read-Presented-Check.
           If not NoMorePresentedChecks
              Read PresentedFile
                  At End
                      Move "Y" to PresentedEOF-Switch
              End-Read
           End-If.

       2220-Release-One-Presented-Check.
           Evaluate True
               When PresentChk-Ctl-Header
                   Continue
               When PresentChk-Ctl-Trailer
                   Continue
      *  an official check is drawn on the bank itself
               When PresentChk-Drawer-Acct = zero
                   Continue
               When Other
                   Move PresentChk-Drawer-Acct to Sort-Account-Number
                   Move PresentChk-Payee-Acct  to Sort-Other-Account
                   Move PresentChk-Amount      to Sort-Amount
                   Perform 2500-Release-Check-Pair
           End-Evaluate
           Perform 2210-Read-Presented-Check.

       2300-Feed-Held-Deposits.
           Open Input HoldLedgerFile
           If not HoldLedgerOK
              Display "KiteDet: unable to open HOLDFILE, rc="
                      HoldLedgerStatus
              Exit Paragraph
           End-If
           Perform 2310-Read-Hold
           Perform 2320-Release-One-Held-Deposit
               Until NoMoreHoldRecords
           Close HoldLedgerFile.

       2310-Read-Hold.
           If not NoMoreHoldRecords
              Read HoldLedgerFile Next Record
                  At End
                      Move "Y" to HoldEOF-Switch
              End-Read
           End-If.

      *  a CHKD hold is a deposited check not yet collected -- the
      *  float -- from the day it was placed until its expiry
       2320-Release-One-Held-Deposit.
           If Hold-Reason-Code = "CHKD"
                 and Hold-Placed-Date <= Today
                 and (Hold-Expiry-Date = zero
                      or Hold-Expiry-Date > Window-Start)
              Move Hold-Account-Number to Sort-Account-Number
              Set Sort-Held-Deposit    to true
              Move zero                to Sort-Other-Account
              Move Hold-Amount         to Sort-Amount
              Move Hold-Placed-Date    to Sort-Placed-Date
              Move Hold-Expiry-Date    to Sort-Expiry-Date
              Release Sort-Record
           End-If
           Perform 2310-Read-Hold.

      *  a check written to the drawer's own account moves nothing
       2500-Release-Check-Pair.
           If Sort-Account-Number = zero or Sort-Other-Account = zero
                 or Sort-Account-Number = Sort-Other-Account
              Exit Paragraph
           End-If
           Move zero to Sort-Placed-Date Sort-Expiry-Date
           Set Sort-Check-Out to true
           Release Sort-Record
           Move Sort-Account-Number to Search-Account
           Move Sort-Other-Account  to Sort-Account-Number
           Move Search-Account      to Sort-Other-Account
           Set Sort-Check-In to true
           Release Sort-Record.

      *****************************************************************
      * Output procedure: activity comes back by account, so the      *
      * account table builds in key order, and within an account the  *
      * checks out come back by payee, so each drawer/payee pair      *
      * folds into one edge.                                          *
      *****************************************************************
       3000-Build-Account-Table.
           Move "N" to SortEOF-Switch
           Move zero to Current-Index
           Perform 3100-Return-Activity
           Perform 3200-Collect-One-Activity
               Until NoMoreSortRecords.

       3100-Return-Activity.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-Collect-One-Activity.
           If Current-Index = zero
              Perform 3250-Add-Account
           Else
              If Sort-Account-Number not = KA-Account(Current-Index)
                 Perform 3250-Add-Account
              End-If
           End-If
           If Current-Index = zero
              Add 1 to AccountsDropped
              Perform 3100-Return-Activity
              Exit Paragraph
           End-If

           Evaluate True
               When Sort-Check-Out
                   Add Sort-Amount to KA-Checks-Out(Current-Index)
                   Perform 3300-Fold-Into-Edge
               When Sort-Check-In
                   Add Sort-Amount to KA-Checks-In(Current-Index)
               When Sort-Held-Deposit
                   Add Sort-Amount to KA-Held-Deposits(Current-Index)
                   Perform 3400-Fold-Into-Float
                       Varying Day-Index from 1 by 1
                       Until Day-Index > Window-Days
           End-Evaluate
           Perform 3100-Return-Activity.

       3250-Add-Account.
           If AccountCount >= 5000
              Move zero to Current-Index
              Exit Paragraph
           End-If
           Add 1 to AccountCount
           Move AccountCount to Current-Index
           Initialize Kite-Account(Current-Index)
           Move Sort-Account-Number to KA-Account(Current-Index)
           Move Current-Index       to KA-Parent(Current-Index).

       3300-Fold-Into-Edge.
           If EdgeCount > zero
              If KE-Drawer(EdgeCount) = Sort-Account-Number
                    and KE-Payee(EdgeCount) = Sort-Other-Account
                 Add 1 to KE-Count(EdgeCount)
                 Add Sort-Amount to KE-Amount(EdgeCount)
                 Exit Paragraph
              End-If
           End-If
           If EdgeCount < 10000
              Add 1 to EdgeCount
              Move Sort-Account-Number to KE-Drawer(EdgeCount)
              Move Current-Index       to KE-Drawer-Index(EdgeCount)
              Move Sort-Other-Account  to KE-Payee(EdgeCount)
              Move zero                to KE-Payee-Index(EdgeCount)
              Move 1                   to KE-Count(EdgeCount)
              Move Sort-Amount         to KE-Amount(EdgeCount)
           End-If.

       3400-Fold-Into-Float.
           If WD-Date(Day-Index) >= Sort-Placed-Date
                 and (Sort-Expiry-Date = zero
                      or WD-Date(Day-Index) < Sort-Expiry-Date)
              Add Sort-Amount to KA-Float(Current-Index, Day-Index)
           End-If.

      *****************************************************************
      * The journal pass: every deposit inside the window, and the    *
      * day-end running balance of each day the account was active,   *
      * for the deposits-to-average-balance test.                     *
      *****************************************************************
       4000-Scan-Journal.
           Open Input JournalFile
           If not JournalOK
              Display "KiteDet: unable to open JRNLFILE, rc="
                      JournalFileStatus
              Exit Paragraph
           End-If
           Perform 4100-Read-Journal
           Perform 4200-Apply-One-Entry
               Until NoMoreJournalRecords
           Close JournalFile
           Perform 4300-Average-One-Balance
               Varying Acct-Search from 1 by 1
               Until Acct-Search > AccountCount.

       4100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       4200-Apply-One-Entry.
           If Journal-Date >= Window-Start and Journal-Date <= Today
              Move Journal-Account-Number to Search-Account
              Perform 5900-Find-Account
              If AccountInTable
                 Perform 4210-Apply-To-Account
              End-If
           End-If
           Perform 4100-Read-Journal.

       4210-Apply-To-Account.
           If Journal-Credit
              Add Journal-Amount to KA-Credits(Current-Index)
           End-If
           If Journal-Date not = KA-Last-Date(Current-Index)
              If KA-Last-Date(Current-Index) not = zero
                 Add KA-Last-Balance(Current-Index)
                   to KA-Balance-Sum(Current-Index)
                 Add 1 to KA-Balance-Days(Current-Index)
              End-If
              Move Journal-Date to KA-Last-Date(Current-Index)
           End-If
           Move Journal-Running-Balance
             to KA-Last-Balance(Current-Index).

       4300-Average-One-Balance.
           If KA-Last-Date(Acct-Search) not = zero
              Add KA-Last-Balance(Acct-Search)
                to KA-Balance-Sum(Acct-Search)
              Add 1 to KA-Balance-Days(Acct-Search)
           End-If
           If KA-Balance-Days(Acct-Search) > zero
              Compute KA-Avg-Balance(Acct-Search) rounded =
                  KA-Balance-Sum(Acct-Search)
                    / KA-Balance-Days(Acct-Search)
           End-If.

      *****************************************************************
      * Linking: a check passing between two accounts puts them in    *
      * one group, and so does a customer owning both of them on      *
      * CUSTXREF (read in key order, one customer's accounts          *
      * together).                                                    *
      *****************************************************************
       5000-Link-Accounts.
           Perform 5100-Link-One-Edge
               Varying Edge-Search from 1 by 1
               Until Edge-Search > EdgeCount
           Open Input CustXrefFile
           If not CustXrefOK
              Display "KiteDet: unable to open CUSTXREF, rc="
                      CustXrefStatus ", linking by checks only"
              Exit Paragraph
           End-If
           Move zero to Xref-Current-Customer Xref-First-Index
           Perform 5200-Read-Xref
           Perform 5300-Link-One-Xref
               Until NoMoreXrefRecords
           Close CustXrefFile.

       5100-Link-One-Edge.
           Move KE-Payee(Edge-Search) to Search-Account
           Perform 5900-Find-Account
           If AccountInTable
              Move Current-Index to KE-Payee-Index(Edge-Search)
              Move KE-Drawer-Index(Edge-Search) to Link-Index-A
              Move Current-Index                to Link-Index-B
              Perform 5500-Join-Groups
           End-If.

       5200-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
              End-Read
           End-If.

       5300-Link-One-Xref.
           If Xref-Customer-Number not = Xref-Current-Customer
              Move Xref-Customer-Number to Xref-Current-Customer
              Move zero to Xref-First-Index
           End-If
           Move Xref-Account-Number to Search-Account
           Perform 5900-Find-Account
           If AccountInTable
              If Xref-First-Index = zero
                 Move Current-Index to Xref-First-Index
              Else
                 Move Xref-First-Index to Link-Index-A
                 Move Current-Index    to Link-Index-B
                 Perform 5500-Join-Groups
              End-If
           End-If
           Perform 5200-Read-Xref.

      *  the lower-numbered head always wins, so a group's head is
      *  its lowest account number
       5500-Join-Groups.
           Move Link-Index-A to Find-Index
           Perform 5600-Find-Group-Head
           Move Find-Index to Root-A
           Move Link-Index-B to Find-Index
           Perform 5600-Find-Group-Head
           Move Find-Index to Root-B
           Evaluate True
               When Root-A = Root-B
                   Continue
               When Root-A < Root-B
                   Move Root-A to KA-Parent(Root-B)
               When Other
                   Move Root-B to KA-Parent(Root-A)
           End-Evaluate.

       5600-Find-Group-Head.
           Perform 5610-Step-Up
               Until KA-Parent(Find-Index) = Find-Index.

       5610-Step-Up.
           Move KA-Parent(Find-Index) to Find-Index.

       5900-Find-Account.
           Move "N" to AcctFound-Switch
           Move zero to Current-Index
           Set KA-Idx to 1
           Search All Kite-Account
               At End
                   Continue
               When KA-Account(KA-Idx) = Search-Account
                   Set Current-Index to KA-Idx
                   Move "Y" to AcctFound-Switch
           End-Search.

      *****************************************************************
      * Scoring: each account's figures are folded into its group     *
      * head -- members, the two-way members, deposits, average       *
      * balance and the float series -- and each group is then tested *
      * as a whole.  All three tests have to hold for the group to go *
      * on the worklist.                                              *
      *****************************************************************
       6000-Score-Groups.
           Perform 6100-Fold-One-Account
               Varying Acct-Search from 1 by 1
               Until Acct-Search > AccountCount
           Perform 6200-Score-One-Group
               Varying Acct-Search from 1 by 1
               Until Acct-Search > AccountCount.

       6100-Fold-One-Account.
           Move Acct-Search to Find-Index
           Perform 5600-Find-Group-Head
           Move Find-Index to Group-Root
           Move Group-Root to KA-Root(Acct-Search)
           Add 1 to KG-Members(Group-Root)
           Add KA-Credits(Acct-Search)     to KG-Credits(Group-Root)
           Add KA-Avg-Balance(Acct-Search) to KG-Avg-Balance(Group-Root)
      *  a member that both drew checks and deposited them
           If KA-Checks-Out(Acct-Search) > zero
                 and (KA-Checks-In(Acct-Search) > zero
                      or KA-Held-Deposits(Acct-Search) > zero)
              Add 1 to KG-Two-Way(Group-Root)
              If KA-Held-Deposits(Acct-Search) > zero
                 Add 1 to KG-Held-Two-Way(Group-Root)
              End-If
           End-If
           If Group-Root not = Acct-Search
              Perform 6110-Fold-One-Float-Day
                  Varying Day-Index from 1 by 1
                  Until Day-Index > Window-Days
           End-If.

       6110-Fold-One-Float-Day.
           Add KA-Float(Acct-Search, Day-Index)
             to KA-Float(Group-Root, Day-Index).

       6200-Score-One-Group.
           If KA-Root(Acct-Search) not = Acct-Search
              Exit Paragraph
           End-If
           Move Acct-Search to Group-Root

           Move spaces to Flag-Reason
           Evaluate True
               When KG-Two-Way(Group-Root) >= 2
                   Move "CIRCULAR CHECKS AMONG LINKED ACCOUNTS"
                     to Flag-Reason
               When KG-Held-Two-Way(Group-Root) >= 1
                   Move "CHECKS DRAWN AGAINST UNCOLLECTED DEPOSITS"
                     to Flag-Reason
               When Other
                   Exit Paragraph
           End-Evaluate

           Move zero to Rise-Days
           Perform 6210-Count-One-Rise
               Varying Day-Index from 2 by 1
               Until Day-Index > Window-Days
           If Rise-Days < Min-Rise-Days
                 or KA-Float(Group-Root, Window-Days)
                      not > KA-Float(Group-Root, 1)
              Exit Paragraph
           End-If

           Evaluate True
               When KG-Avg-Balance(Group-Root) > zero
                   Compute Deposit-Ratio rounded =
                       KG-Credits(Group-Root)
                         / KG-Avg-Balance(Group-Root)
                     On Size Error
                         Move 99999.9 to Deposit-Ratio
                   End-Compute
               When KG-Credits(Group-Root) > zero
                   Move 99999.9 to Deposit-Ratio
               When Other
                   Move zero to Deposit-Ratio
           End-Evaluate
           If Deposit-Ratio < Min-Deposit-Ratio
              Exit Paragraph
           End-If

           Add 1 to GroupsFlagged
           Add KG-Members(Group-Root) to AccountsFlagged
           Perform 6300-Print-Flagged-Group.

       6210-Count-One-Rise.
           If KA-Float(Group-Root, Day-Index)
                 > KA-Float(Group-Root, Day-Index - 1)
              Add 1 to Rise-Days
           End-If.

       6300-Print-Flagged-Group.
           Move KA-Account(Group-Root) to GF-Group
           Move Flag-Reason            to GF-Reason
           Move Group-Flag-Line to Report-Line
           Write Report-Line
           Move Rise-Days              to GS-Rise
           Move Window-Days            to GS-Days
           Move KG-Credits(Group-Root) to GS-Credits
           Move Deposit-Ratio          to GS-Ratio
           Move Group-Score-Line to Report-Line
           Write Report-Line
           Perform 6310-Print-One-Member
               Varying Member-Search from Group-Root by 1
               Until Member-Search > AccountCount
           Perform 6320-Print-One-Float-Day
               Varying Day-Index from 1 by 1
               Until Day-Index > Window-Days
           Perform 6330-Print-One-Edge
               Varying Edge-Search from 1 by 1
               Until Edge-Search > EdgeCount
           Move spaces to Report-Line
           Write Report-Line.

       6310-Print-One-Member.
           If KA-Root(Member-Search) = Group-Root
              Move KA-Account(Member-Search)       to MB-Account
              Move KA-Checks-Out(Member-Search)    to MB-Checks-Out
              Move KA-Checks-In(Member-Search)     to MB-Checks-In
              Move KA-Held-Deposits(Member-Search) to MB-Held
              Move KA-Avg-Balance(Member-Search)   to MB-Avg-Balance
              Move Member-Line to Report-Line
              Write Report-Line
           End-If.

       6320-Print-One-Float-Day.
           Move WD-Date(Day-Index)              to FL-Date
           Move KA-Float(Group-Root, Day-Index) to FL-Float
           Move Float-Line to Report-Line
           Write Report-Line.

      *  the checks that passed between the group's own members
       6330-Print-One-Edge.
           If KE-Payee-Index(Edge-Search) not = zero
              If KA-Root(KE-Drawer-Index(Edge-Search)) = Group-Root
                 Move KE-Drawer(Edge-Search) to EL-Drawer
                 Move KE-Payee(Edge-Search)  to EL-Payee
                 Move KE-Count(Edge-Search)  to EL-Count
                 Move KE-Amount(Edge-Search) to EL-Amount
                 Move Edge-Line to Report-Line
                 Write Report-Line
              End-If
           End-If.

       9000-Terminate.
           Move GroupsFlagged   to S-Groups
           Move AccountsFlagged to S-Accounts
           Move Summary-Line to Report-Line
           Write Report-Line
           Close WorklistReport
           If AccountsDropped > zero
              Display "KiteDet: account table full, "
                      AccountsDropped " activity records not scored"
           End-If
           Display "KiteDet: accounts=" AccountCount
                   " groups flagged=" GroupsFlagged
                   " accounts flagged=" AccountsFlagged.

       End program "KiteDet".
