       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ChkReord.cbl                                                   *
      *----------------------------------------------------------------*
      * Weekly check-stock reorder extract, run outside the nightly   *
      * ladder.  Every check CHKREG shows issued is sorted by drawer  *
      * account, date and number, and each checking account's        *
      * highest check number is set against the range of the last    *
      * box ordered for it (Master-Check-Range, seeded through        *
      * AcctMnt).  An open account within the reorder margin of the   *
      * end of its box gets a CHKORDR record for the check-printer    *
      * vendor -- the names on the account and the customer's        *
      * CUSTMAST address, and the next box of numbers -- and the new  *
      * range is stamped on the master, the old one kept as the prior *
      * range while its last checks are written.  An order for a      *
      * customer whose mail is coming back goes to the HOLDMAIL log   *
      * through MailChk instead, and is ordered the first week after  *
      * the address is good.  The same pass lists on CHKRORPT, as a   *
      * fraud signal, the checks issued in the last few days that     *
      * ran well behind the account's earlier numbers or fell outside *
      * both its ordered ranges, and the checking accounts writing    *
      * checks with no range on file.  Tunables (SYSPARM, with        *
      * defaults): CHKMARGN checks left that trigger a reorder (0050) *
      * CHKQTY checks in a box (00200) CHKSEQTOL how far behind the   *
      * account's highest number a check may run before it is out of *
      * sequence (0025) CHKDAYS days of issued checks examined for    *
      * the fraud signals (07)                                        *
      ******************************************************************
       Identification division.
       Program-id. "ChkReord" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select CheckRegisterFile Assign to "CHKREG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Register-Event-Key
               File Status is CheckRegStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select CheckOrderFile Assign to "CHKORDR"
               Organization is Sequential
               File Status is CheckOrderStatus.
           Select ReorderReport Assign to "CHKRORPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  CheckRegisterFile.
           Copy CheckReg.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CustMasterFile.
           Copy CustRec.
       FD  CheckOrderFile.
           Copy ChkOrdr.
       FD  ReorderReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Account-Number   pic 9(6).
           05 Sort-Issue-Date       pic 9(8).
           05 Sort-Check-Number     pic 9(9).
           05 Sort-Amount           pic S9(9) binary.

       Working-Storage Section.
       01  CheckRegStatus         pic X(02) value spaces.
           88 CheckRegOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CheckOrderStatus       pic X(02) value spaces.
           88 CheckOrderOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  RegisterEOF-Switch     pic X(01) value "N".
           88 NoMoreRegisterEvents   value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".
       01  AcctFound-Switch       pic X(01) value "N".
           88 AccountOnMaster        value "Y".
       01  RangeOnFile-Switch     pic X(01) value "N".
           88 RangeIsOnFile          value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustMasterIsOpen       value "Y".
       01  CustFound-Switch       pic X(01) value "N".
           88 CustomerOnFile         value "Y".
       01  Hold-Switch            pic X(01) value "N".
           88 OrderHeld              value "Y".
       01  Hold-Document          pic X(04) value "CHKS".
       01  Hold-Returned-Date     pic 9(8) value zero.

       01  Today                  pic 9(8) value zero.
       01  Margin-Env-Value       pic X(04) value spaces.
       01  Reorder-Margin         pic 9(4) value 50.
       01  Qty-Env-Value          pic X(05) value spaces.
       01  Box-Quantity           pic 9(5) value 200.
       01  Tol-Env-Value          pic X(04) value spaces.
       01  Sequence-Tolerance     pic 9(4) value 25.
       01  Days-Env-Value         pic X(02) value spaces.
       01  Window-Days            pic 9(2) value 7.
       01  Window-Start-Integer   pic 9(7) value zero.
       01  Window-Start           pic 9(8) value zero.

      *****************************************************************
      * One account's checks come back from the sort oldest date      *
      * first.  Prior-High is the highest number issued on any        *
      * earlier date, Day-High the highest on the date in hand; a     *
      * check is out of sequence when it runs more than the tolerance *
      * behind Prior-High.                                             *
      *****************************************************************
       01  Current-Account        pic 9(6) value zero.
       01  Account-Branch         pic X(03) value spaces.
       01  Current-Date           pic 9(8) value zero.
       01  Prior-High             pic 9(9) value zero.
       01  Day-High               pic 9(9) value zero.
       01  Sequence-Floor         pic S9(10) value zero.
       01  Checks-Left            pic S9(10) value zero.
       01  Order-Customer         pic 9(6) value zero.

       01  ChecksRead             pic 9(7) value zero.
       01  OrdersWritten          pic 9(5) value zero.
       01  OrdersHeld             pic 9(5) value zero.
       01  OrdersNoAddress        pic 9(5) value zero.
       01  OutOfSequence          pic 9(5) value zero.
       01  OutOfRange             pic 9(5) value zero.
       01  NoRangeAccounts        pic 9(5) value zero.

       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "CHECK-STOCK REORDER AND SEQUENCE REPORT ".
           05 Filler              pic X(03) value spaces.
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(06) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(44) value
              "ACCOUNT  BRN  CHECK NO.  ISSUED      ACTION ".
           05 Filler              pic X(40) value
              "              RANGE / DETAIL".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Branch            pic X(03).
           05 Filler              pic X(02) value spaces.
           05 D-Check             pic Z(8)9.
           05 Filler              pic X(02) value spaces.
           05 D-Issued            pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Action            pic X(20).
           05 Filler              pic X(01) value spaces.
           05 D-Range-First       pic Z(8)9.
           05 D-Range-Dash        pic X(03).
           05 D-Range-Last        pic Z(8)9.
       01  Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If not AcctMasterOK
              Goback
           End-If
           Sort SortFile
               Ascending Key Sort-Account-Number Sort-Issue-Date
                             Sort-Check-Number
               Input Procedure is 2000-Feed-Issued-Checks
               Output Procedure is 3000-Review-Accounts
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ChkReord: check-stock reorder extract starting"
           Call "GetBusDate" using Today
           Move "ChkReord" to Parm-Req-Program
           Move Reorder-Margin to Margin-Env-Value
           Move "CHKMARGN" to Parm-Req-Name
           Move Margin-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Margin-Env-Value
           If Margin-Env-Value is numeric
              Move Margin-Env-Value to Reorder-Margin
           End-If
           Move Box-Quantity to Qty-Env-Value
           Move "CHKQTY" to Parm-Req-Name
           Move Qty-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Qty-Env-Value
           If Qty-Env-Value is numeric and Qty-Env-Value not = "00000"
              Move Qty-Env-Value to Box-Quantity
           End-If
           Move Sequence-Tolerance to Tol-Env-Value
           Move "CHKSEQTOL" to Parm-Req-Name
           Move Tol-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Tol-Env-Value
           If Tol-Env-Value is numeric
              Move Tol-Env-Value to Sequence-Tolerance
           End-If
           Move Window-Days to Days-Env-Value
           Move "CHKDAYS" to Parm-Req-Name
           Move Days-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Days-Env-Value
           If Days-Env-Value is numeric and Days-Env-Value not = "00"
              Move Days-Env-Value to Window-Days
           End-If
           Compute Window-Start-Integer =
               Function Integer-Of-Date(Today) - Window-Days + 1
           Move Function Date-Of-Integer(Window-Start-Integer)
               to Window-Start
           Open I-O AcctMasterFile
           If not AcctMasterOK
              Display "ChkReord: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Exit Paragraph
           End-If
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
           Else
              Display "ChkReord: unable to open CUSTMAST, rc="
                      CustMasterStatus
           End-If
           Open Output CheckOrderFile
           Open Output ReorderReport.

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
      * Input procedure: every issue event on the register goes to    *
      * the sort under its drawer account.                             *
      *****************************************************************
       2000-Feed-Issued-Checks.
           Open Input CheckRegisterFile
           If not CheckRegOK
              Display "ChkReord: unable to open CHKREG, rc="
                      CheckRegStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Register-Event
           Perform 2200-Release-One-Event
               Until NoMoreRegisterEvents
           Close CheckRegisterFile.

       2100-Read-Register-Event.
           If not NoMoreRegisterEvents
              Read CheckRegisterFile Next Record
                  At End
                      Move "Y" to RegisterEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Event.
           If Register-Event-Issued
              Move Register-Drawer-Account to Sort-Account-Number
              Move Register-Event-Date     to Sort-Issue-Date
              Move Register-Check-Number   to Sort-Check-Number
              Move Register-Amount         to Sort-Amount
              Release Sort-Record
              Add 1 to ChecksRead
           End-If
           Perform 2100-Read-Register-Event.

      *****************************************************************
      * Output procedure: checks come back by account.  Each check in *
      * the window is tested as it passes; the reorder decision waits *
      * for the account's last check, its highest number.             *
      *****************************************************************
       3000-Review-Accounts.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Perform 3100-Return-Check
           Perform 3200-Review-One-Check
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 3500-Close-Account
           End-If.

       3100-Return-Check.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-Review-One-Check.
           If GroupIsOpen and Sort-Account-Number not = Current-Account
              Perform 3500-Close-Account
           End-If
           If not GroupIsOpen
              Perform 3300-Open-Account
           End-If
           If Sort-Issue-Date not = Current-Date
              If Day-High > Prior-High
                 Move Day-High to Prior-High
              End-If
              Move Sort-Issue-Date to Current-Date
           End-If
           If AccountOnMaster and Master-Type-Checking
                 and Sort-Issue-Date >= Window-Start
              Perform 3400-Test-One-Check
           End-If
           If Sort-Check-Number > Day-High
              Move Sort-Check-Number to Day-High
           End-If
           Perform 3100-Return-Check.

       3300-Open-Account.
           Move Sort-Account-Number to Current-Account
           Move zero to Current-Date Prior-High Day-High
           Move "Y" to GroupOpen-Switch
           Move "N" to AcctFound-Switch
           Move "N" to RangeOnFile-Switch
           Move Current-Account to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "Y" to AcctFound-Switch
           End-Read
           If not AccountOnMaster or not Master-Type-Checking
              Exit Paragraph
           End-If
           If Master-Branch-Code = spaces
              Move "000" to Account-Branch
           Else
              Move Master-Branch-Code to Account-Branch
           End-If
           If Master-Check-Range is numeric
                 and Master-Check-First not = zero
              Move "Y" to RangeOnFile-Switch
           End-If
           If Master-Check-Prior-Range not numeric
              Move zero to Master-Check-Prior-First
                           Master-Check-Prior-Last
           End-If.

      *****************************************************************
      * The fraud signals on one recent check: a number well behind   *
      * the ones already written, or a number in neither the box on   *
      * order nor the box before it.                                  *
      *****************************************************************
       3400-Test-One-Check.
           Compute Sequence-Floor = Prior-High - Sequence-Tolerance
           If Prior-High not = zero
                 and Sort-Check-Number < Sequence-Floor
              Move spaces to Detail-Line
              Perform 3410-Fill-Check-Detail
              Move "OUT OF SEQ, HIGH IS" to D-Action
              Move Prior-High to D-Range-First
              Move Detail-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to OutOfSequence
           End-If
           If not RangeIsOnFile
              Exit Paragraph
           End-If
           If (Sort-Check-Number < Master-Check-First
                 or Sort-Check-Number > Master-Check-Last)
              and (Sort-Check-Number < Master-Check-Prior-First
                 or Sort-Check-Number > Master-Check-Prior-Last)
              Move spaces to Detail-Line
              Perform 3410-Fill-Check-Detail
              Move "OUTSIDE ORDERED RANGE" to D-Action
              Move Master-Check-First to D-Range-First
              Move " - " to D-Range-Dash
              Move Master-Check-Last to D-Range-Last
              Move Detail-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to OutOfRange
           End-If.

       3410-Fill-Check-Detail.
           Move Current-Account   to D-Account
           Move Account-Branch    to D-Branch
           Move Sort-Check-Number to D-Check
           Move Sort-Issue-Date   to D-Issued.

      *****************************************************************
      * The account's last check is its highest number.  Only an open *
      * checking account with a range on file is reordered; one      *
      * writing checks with no range is listed so the branch can key *
      * it through AcctMnt.                                            *
      *****************************************************************
       3500-Close-Account.
           Move "N" to GroupOpen-Switch
           If Day-High > Prior-High
              Move Day-High to Prior-High
           End-If
           If not AccountOnMaster or not Master-Type-Checking
              Exit Paragraph
           End-If
           If not RangeIsOnFile
              If Current-Date >= Window-Start
                 Move spaces to Detail-Line
                 Move Current-Account    to D-Account
                 Move Account-Branch     to D-Branch
                 Move Prior-High         to D-Check
                 Move Current-Date       to D-Issued
                 Move "NO RANGE ON FILE" to D-Action
                 Move Detail-Line to Report-Line
                 Perform 1300-Write-Line
                 Add 1 to NoRangeAccounts
              End-If
              Exit Paragraph
           End-If
           If not Master-Status-Open
                 or Prior-High < Master-Check-First
              Exit Paragraph
           End-If
           Compute Checks-Left = Master-Check-Last - Prior-High
           If Checks-Left > Reorder-Margin
              Exit Paragraph
           End-If
           Perform 3600-Order-Checks.

      *****************************************************************
      * The order goes to the customer behind the first owner slot.   *
      * A held order leaves the range alone, so the account comes up  *
      * again next week.                                               *
      *****************************************************************
       3600-Order-Checks.
           Move spaces to Detail-Line
           Move Current-Account    to D-Account
           Move Account-Branch     to D-Branch
           Move Prior-High         to D-Check
           Move Current-Date       to D-Issued
           Move zero to Order-Customer
           If Master-Owner-Cust-Id(1) is numeric
              Move Master-Owner-Cust-Id(1) to Order-Customer
           End-If
           Move "N" to CustFound-Switch
           If Order-Customer not = zero and CustMasterIsOpen
              Move Order-Customer to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Move "Y" to CustFound-Switch
              End-Read
           End-If
           If not CustomerOnFile
              Move "NO ORDER - NO ADDR" to D-Action
              Move Detail-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to OrdersNoAddress
              Exit Paragraph
           End-If
           Move "N" to Hold-Switch
           Call "MailChk" using Cust-Number Current-Account
                                Hold-Document Hold-Switch
                                Hold-Returned-Date
           If OrderHeld
              Move "ORDER HELD - MAIL" to D-Action
              Move Detail-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to OrdersHeld
              Exit Paragraph
           End-If
           Move spaces to Check-Order-Record
           Move Today              to Chko-Order-Date
           Move Current-Account    to Chko-Account-Number
           Move Account-Branch     to Chko-Branch-Code
           Move Cust-Number        to Chko-Customer-Number
           Move Cust-Name          to Chko-Name
           If Master-Owner-Count > 1 and Master-Owner-Is-Joint(2)
              Move Master-Owner-Name(2) to Chko-Joint-Name
           End-If
           Move Cust-Address-1     to Chko-Address-1
           Move Cust-Address-2     to Chko-Address-2
           Move Cust-City          to Chko-City
           Move Cust-State         to Chko-State
           Move Cust-Zip           to Chko-Zip
           Compute Chko-First-Check = Master-Check-Last + 1
           Compute Chko-Last-Check = Master-Check-Last + Box-Quantity
           Move Box-Quantity       to Chko-Quantity
           Write Check-Order-Record
           Move Master-Check-Range to Master-Check-Prior-Range
           Move Chko-First-Check   to Master-Check-First
           Move Chko-Last-Check    to Master-Check-Last
           Move Today              to Master-Check-Order-Date
           Rewrite Acct-Master-Record
           Move "ORDERED" to D-Action
           Move Chko-First-Check to D-Range-First
           Move " - " to D-Range-Dash
           Move Chko-Last-Check to D-Range-Last
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Add 1 to OrdersWritten.

       9000-Terminate.
           If LineCount = zero
              Perform 1200-Write-Headings
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move spaces to Summary-Line
           Move "ISSUED CHECKS READ:" to S-Label
           Move ChecksRead to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "BOXES ORDERED:" to S-Label
           Move OrdersWritten to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ORDERS HELD - MAIL RETURNED:" to S-Label
           Move OrdersHeld to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "NOT ORDERED - NO CUSTOMER ADDRESS:" to S-Label
           Move OrdersNoAddress to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "CHECKS OUT OF SEQUENCE:" to S-Label
           Move OutOfSequence to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "CHECKS OUTSIDE ORDERED RANGE:" to S-Label
           Move OutOfRange to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ACCOUNTS WITH NO RANGE ON FILE:" to S-Label
           Move NoRangeAccounts to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close CheckOrderFile
           Close ReorderReport
           Close AcctMasterFile
           If CustMasterIsOpen
              Close CustMasterFile
           End-If
           Display "ChkReord: ordered=" OrdersWritten
                   " held=" OrdersHeld
                   " out-of-sequence=" OutOfSequence
                   " out-of-range=" OutOfRange.

       End program "ChkReord".
