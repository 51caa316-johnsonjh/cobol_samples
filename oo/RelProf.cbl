       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RelProf.cbl                                                    *
      *----------------------------------------------------------------*
      * Customer relationship profitability report -- MonthEnd's      *
      * twelfth stage, still runnable standalone.  Where AnalBill      *
      * prices one account at a time, this values the whole customer: *
      * every deposit account linked to the customer on CUSTXREF for   *
      * the month of the business date (RELPMON in the environment,    *
      * YYYYMM, reports another month).  Per account it takes the      *
      * month's average balance off the SNAPSHOT closes and, off the   *
      * journal -- point the JRNLFILE DD at the month's rolled         *
      * generations, as for AnalBill -- the interest credited, the     *
      * fees posted less the fees refunded at the window, and the      *
      * teller-driven and paid-check items.  Fees an exemption waived  *
      * never post, so the fee income is already net of them; the     *
      * month's FEEWAIVE total is shown on the summary.  The balances  *
      * are valued at the TPRT transfer-pricing rate (a monthly rate  *
      * in 1/10000ths, the ECRT convention) and the items costed at    *
      * SCTL per teller item and SCCK per check, all off FEESCHED.     *
      * A customer's net contribution is the funds value less the      *
      * interest paid, plus the net fees, less the servicing cost.     *
      * RELPRPT lists the customers ranked by net contribution, and   *
      * flags for a pricing conversation each one who loses the bank  *
      * money while running at least RELPACTV items (SYSPARM, default *
      * 40) through the month.  A joint account counts in full in      *
      * each owner's relationship, so the customers' figures overlap. *
      * Loans carry principal, not funds, and stay out of it.          *
      ******************************************************************
       Identification division.
       Program-id. "RelProf" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select FeeWaiverFile Assign to "FEEWAIVE"
               Organization is Sequential
               File Status is FeeWaiverStatus.
           Select ProfitReport Assign to "RELPRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  CustXrefFile.
           Copy CustXref.
       FD  CustMasterFile.
           Copy CustRec.
       FD  SnapshotFile.
           Copy SnapRec.
       FD  JournalFile.
           Copy Journal.
       FD  FeeWaiverFile.
           Copy FeeWaive.
       FD  ProfitReport.
       01  Report-Line              pic X(132).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Net-Contribution pic S9(11) binary.
           05 Sort-Customer         pic 9(6).
           05 Sort-Accounts         pic 9(2).
           05 Sort-Average-Balance  pic S9(11) binary.
           05 Sort-Funds-Value      pic S9(11) binary.
           05 Sort-Interest-Paid    pic S9(11) binary.
           05 Sort-Net-Fees         pic S9(11) binary.
           05 Sort-Servicing-Cost   pic S9(11) binary.
           05 Sort-Items            pic 9(7).

       Working-Storage Section.
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  SnapshotStatus         pic X(02) value spaces.
           88 SnapshotOK             value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  FeeWaiverStatus        pic X(02) value spaces.
           88 FeeWaiverOK            value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  SnapEOF-Switch         pic X(01) value "N".
           88 NoMoreSnapRecords      value "Y".
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  WaiverEOF-Switch       pic X(01) value "N".
           88 NoMoreWaiverRecords    value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  SlotMatch-Switch       pic X(01) value "N".
           88 RelSlotMatched         value "Y".
       01  Customer-Switch        pic X(01) value "N".
           88 CustomerIsOpen         value "Y".
       01  CustFile-Switch        pic X(01) value "N".
           88 CustFileOpen           value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Month-Env-Value        pic X(06) value spaces.
       01  Report-Month           pic 9(6) value zero.
       01  Period-From            pic 9(8) value zero.
       01  Period-Thru            pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Fee-Acct-Type          pic X(01) value "*".
       01  Fee-Default            pic S9(9) binary value zero.
       01  Transfer-Price-Rate    pic S9(9) binary value 25.
       01  Cost-Per-Teller-Item   pic S9(9) binary value 150.
       01  Cost-Per-Check         pic S9(9) binary value 40.
       01  Activity-Env-Value     pic X(05) value spaces.
       01  Activity-Threshold     pic 9(5) value 40.

      *****************************************************************
      * One slot per deposit account seen on the month's snapshots:   *
      * its balance total and closes seen, and its month's journal    *
      * activity.                                                      *
      *****************************************************************
       01  Rel-Search             pic 9(4) value zero.
       01  Rel-Found-Index        pic 9(4) value zero.
       01  Rel-Account-Wanted     pic 9(6) value zero.
       01  RelCount               pic 9(4) value zero.
       01  Rel-Table.
           05 Rel-Entry occurs 0 to 5000 times
                 depending on RelCount.
              10 RA-Account          pic 9(6).
              10 RA-Balance-Sum      pic S9(11) binary.
              10 RA-Days-Seen        pic 9(3).
              10 RA-Interest         pic S9(9) binary.
              10 RA-Fees             pic S9(9) binary.
              10 RA-Refunds          pic S9(9) binary.
              10 RA-Teller-Items     pic 9(5).
              10 RA-Checks           pic 9(5).

       01  Account-Average        pic S9(11) binary value zero.

      *  the customer being built off CUSTXREF
       01  Current-Customer       pic 9(6) value zero.
       01  Cust-Accounts          pic 9(2) value zero.
       01  Cust-Average-Balance   pic S9(11) binary value zero.
       01  Cust-Interest          pic S9(11) binary value zero.
       01  Cust-Fees              pic S9(11) binary value zero.
       01  Cust-Refunds           pic S9(11) binary value zero.
       01  Cust-Teller-Items      pic 9(7) value zero.
       01  Cust-Checks            pic 9(7) value zero.

       01  Rank-Number            pic 9(5) value zero.
       01  XrefRowsRead           pic 9(7) value zero.
       01  EntriesCounted         pic 9(9) value zero.
       01  CustomersRanked        pic 9(7) value zero.
       01  CustomersUnprofitable  pic 9(7) value zero.
       01  CustomersFlagged       pic 9(7) value zero.
       01  Total-Contribution     pic S9(13) binary value zero.
       01  Total-Waived           pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "CUSTOMER RELATIONSHIP PROFITABILITY    ".
           05 H1-Month            pic 9999/99.
           05 Filler              pic X(14) value
              "  TPR RATE/MO ".
           05 H1-Rate             pic Z9.99.
           05 Filler              pic X(01) value "%".
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Column-Heading-1.
           05 Filler              pic X(39) value
              "   RANK CUST   NAME                 AC ".
           05 Filler              pic X(47) value
              "AVG BALANCE FUNDS VALUE INTEREST PD    NET FEES".
           05 Filler              pic X(41) value
              "   SERVICING    NET CONTRIB  ITEMS FLAG".
       01  Detail-Line.
           05 Filler              pic X(02) value spaces.
           05 D-Rank              pic ZZZZ9.
           05 Filler              pic X(01) value space.
           05 D-Customer          pic 9(6).
           05 Filler              pic X(01) value space.
           05 D-Name              pic X(20).
           05 Filler              pic X(01) value space.
           05 D-Accounts          pic Z9.
           05 Filler              pic X(01) value space.
           05 D-Average-Balance   pic ---,---,--9.
           05 Filler              pic X(01) value space.
           05 D-Funds-Value       pic ----,--9.99.
           05 Filler              pic X(01) value space.
           05 D-Interest-Paid     pic ----,--9.99.
           05 Filler              pic X(01) value space.
           05 D-Net-Fees          pic ----,--9.99.
           05 Filler              pic X(01) value space.
           05 D-Servicing-Cost    pic ----,--9.99.
           05 Filler              pic X(01) value space.
           05 D-Net-Contribution  pic ---,---,--9.99.
           05 Filler              pic X(01) value space.
           05 D-Items             pic ZZ,ZZ9.
           05 Filler              pic X(01) value space.
           05 D-Flag              pic X(06).
       01  Summary-Line.
           05 S-Label             pic X(44).
           05 S-Count             pic ZZZ,ZZ9.
       01  Amount-Line.
           05 A-Label             pic X(44).
           05 A-Amount            pic ---,---,---,--9.99.

           Copy AcctRec.

       Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Average-Month-Balances
           Perform 3000-Count-Month-Activity
           Perform 3500-Total-Month-Waivers
           Sort SortFile
               Descending Key Sort-Net-Contribution
               Ascending Key Sort-Customer
               Input Procedure is 4000-Build-Relationships
               Output Procedure is 5000-Report-Ranking
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "RelProf: relationship profitability starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date(1:6) to Report-Month
           Move spaces to Month-Env-Value
           Accept Month-Env-Value from Environment "RELPMON"
           If Month-Env-Value is numeric
                 and Month-Env-Value not = "000000"
              Move Month-Env-Value to Report-Month
           End-If
           Compute Period-From = Report-Month * 100 + 1
           Compute Period-Thru = Report-Month * 100 + 31

      *  the rates and unit costs off FEESCHED, with the house
      *  defaults standing when no row covers them
           Move Transfer-Price-Rate to Fee-Default
           Call "FeeLook" using by content "TPRT"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Transfer-Price-Rate
           Move Cost-Per-Teller-Item to Fee-Default
           Call "FeeLook" using by content "SCTL"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Cost-Per-Teller-Item
           Move Cost-Per-Check to Fee-Default
           Call "FeeLook" using by content "SCCK"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Cost-Per-Check

           Move "RelProf" to Parm-Req-Program
           Move Activity-Threshold to Activity-Env-Value
           Move "RELPACTV" to Parm-Req-Name
           Move Activity-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Activity-Env-Value
           If Activity-Env-Value is numeric
                 and Activity-Env-Value not = "00000"
              Move Activity-Env-Value to Activity-Threshold
           End-If

           Open Output ProfitReport
           Perform 1200-Write-Headings.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Report-Month to H1-Month
           Compute H1-Rate = Transfer-Price-Rate / 100
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move Column-Heading-1 to Report-Line
           Write Report-Line
           Move 3 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * Every deposit account's month of closes, summed for its       *
      * average balance; loans are left off the table altogether.     *
      *****************************************************************
       2000-Average-Month-Balances.
           Move "N" to SnapEOF-Switch
           Open Input SnapshotFile
           If not SnapshotOK
              Display "RelProf: no SNAPSHOT file, no balances can "
                      "be valued, rc=" SnapshotStatus
              Exit Paragraph
           End-If
           Move Period-From to Snap-Date
           Move zero to Snap-Account-Number
           Start SnapshotFile Key is Not Less Than Snapshot-Key
               Invalid Key
                   Move "Y" to SnapEOF-Switch
           End-Start
           Perform 2100-Read-Snapshot
           Perform 2200-Fold-One-Close
               Until NoMoreSnapRecords
           Close SnapshotFile
           Display "RelProf: " RelCount " deposit accounts on the "
                   "month's snapshots".

       2100-Read-Snapshot.
           If not NoMoreSnapRecords
              Read SnapshotFile Next Record
                  At End
                      Move "Y" to SnapEOF-Switch
              End-Read
              If not NoMoreSnapRecords
                    and Snap-Date > Period-Thru
                 Move "Y" to SnapEOF-Switch
              End-If
           End-If.

       2200-Fold-One-Close.
           Move Snap-Master-Image to Acct-Master-Record
           If Master-Type-Loan
              Perform 2100-Read-Snapshot
              Exit Paragraph
           End-If
           Move Master-Account-Number to Rel-Account-Wanted
           Perform 6000-Find-Rel-Slot
           If Rel-Found-Index = zero
              If RelCount < 5000
                 Add 1 to RelCount
                 Move RelCount to Rel-Found-Index
                 Move Master-Account-Number to RA-Account(RelCount)
                 Move zero to RA-Balance-Sum(RelCount)
                              RA-Days-Seen(RelCount)
                              RA-Interest(RelCount)
                              RA-Fees(RelCount)
                              RA-Refunds(RelCount)
                              RA-Teller-Items(RelCount)
                              RA-Checks(RelCount)
              Else
                 Display "RelProf: account table full, account "
                         Master-Account-Number " skipped"
              End-If
           End-If
           If Rel-Found-Index > zero
              Add Master-Account-Balance
                to RA-Balance-Sum(Rel-Found-Index)
              Add 1 to RA-Days-Seen(Rel-Found-Index)
           End-If
           Perform 2100-Read-Snapshot.

      *****************************************************************
      * The month's journal: interest credited, fees posted and       *
      * refunded, and the items that cost the bank to service -- any  *
      * posting a teller drove at the window, and every check paid.   *
      *****************************************************************
       3000-Count-Month-Activity.
           Move "N" to JournalEOF-Switch
           Open Input JournalFile
           If not JournalOK
              Display "RelProf: unable to open JRNLFILE, rc="
                      JournalFileStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Journal
           Perform 3200-Count-One-Entry
               Until NoMoreJournalRecords
           Close JournalFile.

       3100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       3200-Count-One-Entry.
           If Journal-Date >= Period-From
                 and Journal-Date <= Period-Thru
              Move Journal-Account-Number to Rel-Account-Wanted
              Perform 6000-Find-Rel-Slot
              If Rel-Found-Index > zero
                 Add 1 to EntriesCounted
                 Perform 3300-Count-For-Account
              End-If
           End-If
           Perform 3100-Read-Journal.

       3300-Count-For-Account.
           Evaluate True
               When Journal-Interest
                   Add Journal-Amount to RA-Interest(Rel-Found-Index)
               When Journal-Fee
                   Add Journal-Amount to RA-Fees(Rel-Found-Index)
               When Journal-Fee-Refund
                   Add Journal-Amount to RA-Refunds(Rel-Found-Index)
               When Journal-Check
                   Add 1 to RA-Checks(Rel-Found-Index)
               When Other
                   Continue
           End-Evaluate
           If Journal-Operator-Id not = spaces
                 and Journal-Operator-Id not = low-values
              Add 1 to RA-Teller-Items(Rel-Found-Index)
           End-If.

      *  fees an exemption waived never reached the journal; their
      *  month's total goes on the summary for the managers
       3500-Total-Month-Waivers.
           Move "N" to WaiverEOF-Switch
           Open Input FeeWaiverFile
           If not FeeWaiverOK
              Exit Paragraph
           End-If
           Perform 3600-Read-Waiver
           Perform 3700-Add-One-Waiver
               Until NoMoreWaiverRecords
           Close FeeWaiverFile.

       3600-Read-Waiver.
           If not NoMoreWaiverRecords
              Read FeeWaiverFile
                  At End
                      Move "Y" to WaiverEOF-Switch
              End-Read
           End-If.

       3700-Add-One-Waiver.
           If Waive-Date >= Period-From and Waive-Date <= Period-Thru
              Add Waive-Amount to Total-Waived
           End-If
           Perform 3600-Read-Waiver.

      *****************************************************************
      * CUSTXREF in customer order: each customer's linked deposit    *
      * accounts summed into one relationship, released to the sort  *
      * when the customer number changes.                              *
      *****************************************************************
       4000-Build-Relationships.
           Move "N" to XrefEOF-Switch
           Move "N" to Customer-Switch
           Open Input CustXrefFile
           If not CustXrefOK
              Display "RelProf: unable to open CUSTXREF, rc="
                      CustXrefStatus
              Exit Paragraph
           End-If
           Perform 4100-Read-Xref
           Perform 4200-Add-One-Link
               Until NoMoreXrefRecords
           If CustomerIsOpen
              Perform 4300-Release-Customer
           End-If
           Close CustXrefFile.

       4100-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
                  Not At End
                      Add 1 to XrefRowsRead
              End-Read
           End-If.

       4200-Add-One-Link.
           If CustomerIsOpen
                 and Xref-Customer-Number not = Current-Customer
              Perform 4300-Release-Customer
           End-If
           If not CustomerIsOpen
              Move Xref-Customer-Number to Current-Customer
              Move zero to Cust-Accounts Cust-Average-Balance
                           Cust-Interest Cust-Fees Cust-Refunds
                           Cust-Teller-Items Cust-Checks
              Move "Y" to Customer-Switch
           End-If
           Move Xref-Account-Number to Rel-Account-Wanted
           Perform 6000-Find-Rel-Slot
           If Rel-Found-Index > zero
              Add 1 to Cust-Accounts
              If RA-Days-Seen(Rel-Found-Index) > zero
                 Compute Account-Average =
                     RA-Balance-Sum(Rel-Found-Index)
                     / RA-Days-Seen(Rel-Found-Index)
                 Add Account-Average to Cust-Average-Balance
              End-If
              Add RA-Interest(Rel-Found-Index)     to Cust-Interest
              Add RA-Fees(Rel-Found-Index)         to Cust-Fees
              Add RA-Refunds(Rel-Found-Index)      to Cust-Refunds
              Add RA-Teller-Items(Rel-Found-Index) to Cust-Teller-Items
              Add RA-Checks(Rel-Found-Index)       to Cust-Checks
           End-If
           Perform 4100-Read-Xref.

      *  a customer with no deposit account on the month's closes has
      *  no relationship to value
       4300-Release-Customer.
           Move "N" to Customer-Switch
           If Cust-Accounts = zero
              Exit Paragraph
           End-If
           Move Current-Customer     to Sort-Customer
           Move Cust-Accounts        to Sort-Accounts
           Move Cust-Average-Balance to Sort-Average-Balance
           Compute Sort-Funds-Value rounded =
               Cust-Average-Balance * Transfer-Price-Rate / 10000
           Move Cust-Interest        to Sort-Interest-Paid
           Compute Sort-Net-Fees = Cust-Fees - Cust-Refunds
           Compute Sort-Servicing-Cost =
                 Cust-Teller-Items * Cost-Per-Teller-Item
               + Cust-Checks * Cost-Per-Check
           Compute Sort-Items = Cust-Teller-Items + Cust-Checks
           Compute Sort-Net-Contribution =
                 Sort-Funds-Value - Sort-Interest-Paid
               + Sort-Net-Fees - Sort-Servicing-Cost
           Release Sort-Record.

      *****************************************************************
      * The ranking, best relationship first.  A customer who loses   *
      * money on a month of heavy activity is flagged REVIEW for the  *
      * relationship manager's pricing conversation.                   *
      *****************************************************************
       5000-Report-Ranking.
           Move "N" to SortEOF-Switch
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustFile-Switch
           End-If
           Perform 5100-Return-Customer
           Perform 5200-Write-One-Customer
               Until NoMoreSortRecords
           If CustFileOpen
              Close CustMasterFile
           End-If.

       5100-Return-Customer.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       5200-Write-One-Customer.
           Add 1 to Rank-Number CustomersRanked
           Add Sort-Net-Contribution to Total-Contribution
           Move spaces to D-Name
           If CustFileOpen
              Move Sort-Customer to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Move "NOT ON CUSTMAST" to D-Name
                  Not Invalid Key
                      Move Cust-Name to D-Name
              End-Read
           End-If
           Move Rank-Number   to D-Rank
           Move Sort-Customer to D-Customer
           Move Sort-Accounts to D-Accounts
           Compute D-Average-Balance = Sort-Average-Balance / 100
           Compute D-Funds-Value = Sort-Funds-Value / 100
           Compute D-Interest-Paid = Sort-Interest-Paid / 100
           Compute D-Net-Fees = Sort-Net-Fees / 100
           Compute D-Servicing-Cost = Sort-Servicing-Cost / 100
           Compute D-Net-Contribution = Sort-Net-Contribution / 100
           Move Sort-Items to D-Items
           Move spaces to D-Flag
           If Sort-Net-Contribution < zero
              Add 1 to CustomersUnprofitable
              If Sort-Items >= Activity-Threshold
                 Move "REVIEW" to D-Flag
                 Add 1 to CustomersFlagged
              End-If
           End-If
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Perform 5100-Return-Customer.

      *  the one slot search the three passes share
       6000-Find-Rel-Slot.
           Move "N" to SlotMatch-Switch
           Move zero to Rel-Found-Index
           Perform 6100-Match-One-Slot
               Varying Rel-Search from 1 by 1
               Until Rel-Search > RelCount
                  or RelSlotMatched.

       6100-Match-One-Slot.
           If RA-Account(Rel-Search) = Rel-Account-Wanted
              Move Rel-Search to Rel-Found-Index
              Set RelSlotMatched to true
           End-If.

       9000-Terminate.
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move "CUSTOMERS RANKED:" to S-Label
           Move CustomersRanked to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "CUSTOMERS WITH A NEGATIVE CONTRIBUTION:" to S-Label
           Move CustomersUnprofitable to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "FLAGGED FOR REVIEW, ITEMS AT LEAST" to S-Label
           Move Activity-Threshold to S-Label(36:5)
           Move CustomersFlagged to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "NET CONTRIBUTION, ALL RELATIONSHIPS:" to A-Label
           Compute A-Amount = Total-Contribution / 100
           Move Amount-Line to Report-Line
           Perform 1300-Write-Line
           Move "FEES WAIVED BY EXEMPTION (NOT EARNED):" to A-Label
           Compute A-Amount = Total-Waived / 100
           Move Amount-Line to Report-Line
           Perform 1300-Write-Line
           Close ProfitReport
           Display "RelProf: links read=" XrefRowsRead
                   " entries=" EntriesCounted
                   " ranked=" CustomersRanked
                   " flagged=" CustomersFlagged.

       End program "RelProf".
