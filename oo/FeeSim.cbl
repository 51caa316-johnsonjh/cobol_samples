       cbl thread,pgmname(longmixed)
      ******************************************************************
      * FeeSim.cbl                                                     *
      *----------------------------------------------------------------*
      * Proposed fee-schedule impact simulation, run on request ahead  *
      * of the pricing committee -- it posts nothing and charges no    *
      * one.  Re-prices one month's activity (the month before the     *
      * business date; SIMMONTH in the environment, YYYYMM, picks      *
      * another) twice: under the FEESCHED schedule in force at the    *
      * month's end, and under the proposed rows on FEEPROP (the       *
      * FEESCHED layout) laid over it -- a proposed row replaces the   *
      * current row for its code and type, and a code or type the      *
      * proposal leaves out keeps its current price.  The activity is  *
      * the month's SNAPSHOT closes (SNAPKEEP must reach back over     *
      * the month) and its journal -- point the JRNLFILE DD at the     *
      * month's rolled generations, as for AnalBill.  Each fee path    *
      * is re-priced the way its own run prices it:                    *
      *   NSFF - every bounced check ("N" entry);                      *
      *   CHKF - every paid check, tiered off the balance before the   *
      *          check against FWVT and FRDT;                          *
      *   MBCH - the month's last close below the MBTH threshold (or   *
      *          the product's own);                                   *
      *   EXWD - each savings convenience withdrawal past the          *
      *          product's limit, or the SAVWDLIM limit off catalog;   *
      *   ANLF - the net analysis fee off AICR/AIDB/AICK less the      *
      *          ECRT earnings credit, for analysis accounts.          *
      * An account's FEEEXMPT exemption waives under both schedules.   *
      * FEESIM reports current and proposed revenue and the            *
      * difference by fee code, by account type and by branch, with    *
      * the accounts whose fees rise in each.                          *
      ******************************************************************
       Identification division.
       Program-id. "FeeSim" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select FeeScheduleFile Assign to "FEESCHED"
               Organization is Sequential
               File Status is FeeSchedStatus.
           Select ProposedSchedFile Assign to "FEEPROP"
               Organization is Sequential
               File Status is ProposedStatus.
           Select FeeExemptFile Assign to "FEEEXMPT"
               Organization is Sequential
               File Status is FeeExemptStatus.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select SimReport Assign to "FEESIM"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  FeeScheduleFile.
           Copy FeeSched.
      *  the FEESCHED layout, field for field
       FD  ProposedSchedFile.
       01  Proposed-Schedule-Record.
           05 Prop-Code             pic X(04).
           05 Prop-Account-Type     pic X(01).
           05 Prop-Effective-Date   pic 9(8).
           05 Prop-Amount           pic S9(9) binary.
           05 Filler                pic X(20).
       FD  FeeExemptFile.
           Copy FeeExmp.
       FD  SnapshotFile.
           Copy SnapRec.
       FD  JournalFile.
           Copy Journal.
       FD  SimReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
      *  1 = by fee code, 2 = by account type, 3 = by branch
           05 Sort-Section          pic 9(01).
           05 Sort-Key              pic X(04).
           05 Sort-Current          pic S9(9) binary.
           05 Sort-Proposed         pic S9(9) binary.

       Working-Storage Section.
       01  FeeSchedStatus         pic X(02) value spaces.
           88 FeeSchedOK             value "00".
       01  ProposedStatus         pic X(02) value spaces.
           88 ProposedOK             value "00".
       01  FeeExemptStatus        pic X(02) value spaces.
           88 FeeExemptOK            value "00".
       01  SnapshotStatus         pic X(02) value spaces.
           88 SnapshotOK             value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  SchedEOF-Switch        pic X(01) value "N".
           88 NoMoreSchedRecords     value "Y".
       01  ExmpEOF-Switch         pic X(01) value "N".
           88 NoMoreExemptRecords    value "Y".
       01  SnapEOF-Switch         pic X(01) value "N".
           88 NoMoreSnapRecords      value "Y".
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  SchedMatch-Switch      pic X(01) value "N".
           88 SchedSlotMatched       value "Y".
       01  SlotMatch-Switch       pic X(01) value "N".
           88 SimSlotMatched         value "Y".
       01  CodeMatch-Switch       pic X(01) value "N".
           88 ExemptCodeMatched      value "Y".
       01  Exempt-Switch          pic X(01) value "N".
           88 FeeIsExempt            value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".
       01  Proposal-Switch        pic X(01) value "N".
           88 ProposalLoaded         value "Y".
       01  Product-Found          pic X(01) value "N".
           88 ProductOnCatalog       value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Month-Env-Value        pic X(06) value spaces.
       01  Report-Month           pic 9(6) value zero.
       01  Report-Month-Split redefines Report-Month.
           05 RM-Year             pic 9(4).
           05 RM-Month            pic 9(2).
       01  Period-From            pic 9(8) value zero.
       01  Period-Thru            pic 9(8) value zero.
       01  Limit-Env-Value        pic X(02) value spaces.
       01  Withdrawal-Limit       pic 9(2) value 6.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

      *****************************************************************
      * Both schedules, resolved the FeeLook way: for each schedule,  *
      * code and type, the row with the latest effective date -- on   *
      * or before the month's end for the current schedule, any date  *
      * at all for the proposal.                                      *
      *****************************************************************
       01  Load-Sched             pic X(01) value spaces.
       01  Load-Code              pic X(04) value spaces.
       01  Load-Type              pic X(01) value spaces.
       01  Load-Effective         pic 9(8) value zero.
       01  Load-Amount            pic S9(9) binary value zero.
       01  Wanted-Sched           pic X(01) value spaces.
       01  Wanted-Type            pic X(01) value spaces.
       01  Sched-Search           pic 9(3) value zero.
       01  Sched-Found-Index      pic 9(3) value zero.
       01  SchedCount             pic 9(3) value zero.
       01  Schedule-Table.
           05 Schedule-Entry occurs 0 to 400 times
                 depending on SchedCount.
              10 ST-Sched            pic X(01).
              10 ST-Code             pic X(04).
              10 ST-Type             pic X(01).
              10 ST-Effective        pic 9(8).
              10 ST-Amount           pic S9(9) binary.

      *  one fee resolution: schedule ("C" current, "P" proposed),
      *  code and type in, the caller's default standing when
      *  neither schedule has a row
       01  Look-Schedule          pic X(01) value spaces.
       01  Look-Code              pic X(04) value spaces.
       01  Look-Type              pic X(01) value spaces.
       01  Look-Default           pic S9(9) binary value zero.
       01  Look-Amount            pic S9(9) binary value zero.

       01  Exmp-Search            pic 9(3) value zero.
       01  Exmp-Found-Index       pic 9(3) value zero.
       01  Fee-Slot               pic 9(2) value zero.
       01  Test-Fee-Code          pic X(04) value spaces.
       01  ExmpCount              pic 9(3) value zero.
       01  Exempt-Table.
           05 Exempt-Entry occurs 0 to 100 times
                 depending on ExmpCount.
              10 ET-Code             pic X(02).
              10 ET-Waived-Fee       occurs 10 times pic X(04).

      *****************************************************************
      * One slot per account seen on the month's snapshots: the last  *
      * close's image fields, the product's pricing, and the month's  *
      * counted activity.  The check fee is priced check by check on  *
      * the journal pass, so it is carried per schedule.              *
      *****************************************************************
       01  Sim-Search             pic 9(4) value zero.
       01  Sim-Found-Index        pic 9(4) value zero.
       01  Sim-Account-Wanted     pic 9(6) value zero.
       01  SimCount               pic 9(4) value zero.
       01  Sim-Table.
           05 Sim-Entry occurs 0 to 5000 times
                 depending on SimCount.
              10 SA-Account          pic 9(6).
              10 SA-Type             pic X(01).
              10 SA-Status           pic X(01).
              10 SA-Branch           pic X(03).
              10 SA-Product          pic X(04).
              10 SA-Analysis-Flag    pic X(01).
              10 SA-Exempt-Code      pic X(02).
              10 SA-Exempt-Expiry    pic 9(8).
              10 SA-Last-Close       pic 9(8).
              10 SA-Balance          pic S9(9) binary.
              10 SA-Balance-Sum      pic S9(11) binary.
              10 SA-Days-Seen        pic 9(3).
              10 SA-Fee-Set          pic X(01).
              10 SA-On-Catalog       pic X(01).
              10 SA-Prod-Threshold   pic S9(9) binary.
              10 SA-WD-Limit         pic 9(2).
              10 SA-NSF-Count        pic 9(5).
              10 SA-Credits          pic 9(5).
              10 SA-Debits           pic 9(5).
              10 SA-Checks           pic 9(5).
              10 SA-Withdrawals      pic 9(5).
              10 SA-Check-Fees       occurs 2 times
                                     pic S9(9) binary.

      *  one account's five fees, current (column 1) and proposed
      *  (column 2)
       01  Sched-Col              pic 9(1) value zero.
       01  Price-Slot             pic 9(1) value zero.
       01  Price-Table.
           05 Price-Entry occurs 5 times.
              10 PT-Code             pic X(04).
              10 PT-Amount           occurs 2 times
                                     pic S9(9) binary.

       01  Balance-Before         pic S9(9) binary value zero.
       01  Check-Fee              pic S9(9) binary value zero.
       01  Waiver-Threshold       pic S9(9) binary value zero.
       01  Reduction-Threshold    pic S9(9) binary value zero.
       01  Tiered-Fee             pic S9(9) binary value zero.
       01  MinBal-Threshold       pic S9(9) binary value zero.
       01  MinBal-Charge          pic S9(9) binary value zero.
       01  MinBal-Default-Thresh  pic S9(9) binary value zero.
       01  MinBal-Default-Charge  pic S9(9) binary value zero.
       01  Excess-Count           pic 9(5) value zero.
       01  Price-Per-Credit       pic S9(9) binary value zero.
       01  Price-Per-Debit        pic S9(9) binary value zero.
       01  Price-Per-Check        pic S9(9) binary value zero.
       01  Earnings-Credit-Rate   pic S9(9) binary value zero.
       01  Activity-Charges       pic S9(9) binary value zero.
       01  Average-Collected      pic S9(9) binary value zero.
       01  Earnings-Credit        pic S9(9) binary value zero.
       01  Net-Fee                pic S9(9) binary value zero.
       01  Account-Current        pic S9(9) binary value zero.
       01  Account-Proposed       pic S9(9) binary value zero.

       01  AccountsSeen           pic 9(7) value zero.
       01  AccountsPriced         pic 9(7) value zero.
       01  AccountsRising         pic 9(7) value zero.
       01  AccountsFalling        pic 9(7) value zero.
       01  EntriesCounted         pic 9(9) value zero.
       01  Total-Current          pic S9(11) binary value zero.
       01  Total-Proposed         pic S9(11) binary value zero.

       01  Current-Section        pic 9(01) value zero.
       01  Current-Key            pic X(04) value spaces.
       01  Group-Accounts         pic 9(7) value zero.
       01  Group-Rising           pic 9(7) value zero.
       01  Group-Current          pic S9(11) binary value zero.
       01  Group-Proposed         pic S9(11) binary value zero.
       01  Section-Accounts       pic 9(7) value zero.
       01  Section-Rising         pic 9(7) value zero.
       01  Section-Current        pic S9(11) binary value zero.
       01  Section-Proposed       pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "FEE SCHEDULE IMPACT SIMULATION      ".
           05 H1-Month            pic 9999/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Section-Heading.
           05 Filler              pic X(11) value "REVENUE BY ".
           05 SH-Title            pic X(20).
       01  Column-Heading.
           05 Filler              pic X(40) value
              "  KEY        ACCOUNTS         CURRENT   ".
           05 Filler              pic X(39) value
              "     PROPOSED      DIFFERENCE    RISING".
       01  Detail-Line.
           05 Filler              pic X(02) value spaces.
           05 D-Key               pic X(10).
           05 Filler              pic X(02) value spaces.
           05 D-Accounts          pic ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 D-Current           pic $$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Proposed          pic $$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Difference        pic $$$$,$$$,$$9CR.
           05 Filler              pic X(03) value spaces.
           05 D-Rising            pic ZZZ,ZZ9.
       01  Summary-Line.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.
       01  Amount-Line.
           05 A-Label             pic X(36).
           05 A-Amount            pic $$$$,$$$,$$9CR.

           Copy ProdRec.
           Copy AcctRec.

       Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If ProposalLoaded
              Perform 2000-Collect-Month-Closes
              Perform 2500-Resolve-Products
                  Varying Sim-Search from 1 by 1
                  Until Sim-Search > SimCount
              Perform 3000-Count-Month-Activity
              Sort SortFile
                  Ascending Key Sort-Section Sort-Key
                  Input Procedure is 4000-Price-Accounts
                  Output Procedure is 5000-Report-Impact
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "FeeSim: fee schedule impact simulation starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date(1:6) to Report-Month
           If RM-Month = 01
              Subtract 1 from RM-Year
              Move 12 to RM-Month
           Else
              Subtract 1 from RM-Month
           End-If
           Move spaces to Month-Env-Value
           Accept Month-Env-Value from Environment "SIMMONTH"
           If Month-Env-Value is numeric
                 and Month-Env-Value not = "000000"
              Move Month-Env-Value to Report-Month
           End-If
           Compute Period-From = Report-Month * 100 + 1
           Compute Period-Thru = Report-Month * 100 + 31

           Move "FeeSim" to Parm-Req-Program
           Move Withdrawal-Limit to Limit-Env-Value
           Move "SAVWDLIM" to Parm-Req-Name
           Move Limit-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Limit-Env-Value
           If Limit-Env-Value is numeric
                 and Limit-Env-Value not = "00"
              Move Limit-Env-Value to Withdrawal-Limit
           End-If

           Move "NSFF" to PT-Code(1)
           Move "CHKF" to PT-Code(2)
           Move "MBCH" to PT-Code(3)
           Move "EXWD" to PT-Code(4)
           Move "ANLF" to PT-Code(5)

           Open Output SimReport
           Perform 1200-Write-Headings
           Perform 1400-Load-Current-Schedule
           Perform 1500-Load-Proposed-Schedule
           Perform 1600-Load-Exemptions.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Report-Month to H1-Month
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

       1400-Load-Current-Schedule.
           Move "N" to SchedEOF-Switch
           Open Input FeeScheduleFile
           If not FeeSchedOK
              Display "FeeSim: no FEESCHED schedule, built-in "
                      "defaults price the current side, rc="
                      FeeSchedStatus
              Exit Paragraph
           End-If
           Perform 1410-Read-Current-Row
           Perform 1420-Load-Current-Row
               Until NoMoreSchedRecords
           Close FeeScheduleFile.

       1410-Read-Current-Row.
           If not NoMoreSchedRecords
              Read FeeScheduleFile
                  At End
                      Move "Y" to SchedEOF-Switch
              End-Read
           End-If.

       1420-Load-Current-Row.
           If Fee-Effective-Date <= Period-Thru
              Move "C"                to Load-Sched
              Move Fee-Code           to Load-Code
              Move Fee-Account-Type   to Load-Type
              Move Fee-Effective-Date to Load-Effective
              Move Fee-Amount         to Load-Amount
              Perform 1700-Fold-Schedule-Row
           End-If
           Perform 1410-Read-Current-Row.

       1500-Load-Proposed-Schedule.
           Move "N" to SchedEOF-Switch
           Open Input ProposedSchedFile
           If not ProposedOK
              Display "FeeSim: no FEEPROP proposed schedule, "
                      "nothing to simulate, rc=" ProposedStatus
              Move 8 to Return-Code
              Exit Paragraph
           End-If
           Move "Y" to Proposal-Switch
           Perform 1510-Read-Proposed-Row
           Perform 1520-Load-Proposed-Row
               Until NoMoreSchedRecords
           Close ProposedSchedFile.

       1510-Read-Proposed-Row.
           If not NoMoreSchedRecords
              Read ProposedSchedFile
                  At End
                      Move "Y" to SchedEOF-Switch
              End-Read
           End-If.

       1520-Load-Proposed-Row.
           Move "P"                 to Load-Sched
           Move Prop-Code           to Load-Code
           Move Prop-Account-Type   to Load-Type
           Move Prop-Effective-Date to Load-Effective
           Move Prop-Amount         to Load-Amount
           Perform 1700-Fold-Schedule-Row
           Perform 1510-Read-Proposed-Row.

       1600-Load-Exemptions.
           Move "N" to ExmpEOF-Switch
           Open Input FeeExemptFile
           If not FeeExemptOK
              Display "FeeSim: no FEEEXMPT table, no fee is "
                      "waived, rc=" FeeExemptStatus
              Exit Paragraph
           End-If
           Perform 1610-Read-Exemption
           Perform 1620-Load-One-Exemption
               Until NoMoreExemptRecords
           Close FeeExemptFile.

       1610-Read-Exemption.
           If not NoMoreExemptRecords
              Read FeeExemptFile
                  At End
                      Move "Y" to ExmpEOF-Switch
              End-Read
           End-If.

       1620-Load-One-Exemption.
           If ExmpCount < 100
              Add 1 to ExmpCount
              Move Exmp-Code to ET-Code(ExmpCount)
              Perform 1630-Load-One-Fee-Slot
                  Varying Fee-Slot from 1 by 1
                  Until Fee-Slot > 10
           Else
              Display "FeeSim: exemption table full, code "
                      Exmp-Code " skipped"
           End-If
           Perform 1610-Read-Exemption.

       1630-Load-One-Fee-Slot.
           Move Exmp-Waived-Fee(Fee-Slot)
             to ET-Waived-Fee(ExmpCount Fee-Slot).

      *****************************************************************
      * One schedule row into the table: a later effective date for   *
      * the same schedule, code and type replaces the earlier row.    *
      *****************************************************************
       1700-Fold-Schedule-Row.
           Move Load-Sched to Wanted-Sched
           Move Load-Type  to Wanted-Type
           Move Load-Code  to Look-Code
           Perform 6100-Find-Sched-Slot
           If Sched-Found-Index > zero
              If Load-Effective >= ST-Effective(Sched-Found-Index)
                 Move Load-Effective to ST-Effective(Sched-Found-Index)
                 Move Load-Amount    to ST-Amount(Sched-Found-Index)
              End-If
           Else
              If SchedCount < 400
                 Add 1 to SchedCount
                 Move Load-Sched     to ST-Sched(SchedCount)
                 Move Load-Code      to ST-Code(SchedCount)
                 Move Load-Type      to ST-Type(SchedCount)
                 Move Load-Effective to ST-Effective(SchedCount)
                 Move Load-Amount    to ST-Amount(SchedCount)
              Else
                 Display "FeeSim: schedule table full, row "
                         Load-Sched " " Load-Code "/" Load-Type
                         " skipped"
              End-If
           End-If.

      *****************************************************************
      * The month's closes, oldest first, so each account's slot ends *
      * up holding its last close of the month; every close adds to   *
      * the collected-balance sum the analysis earnings credit uses.  *
      *****************************************************************
       2000-Collect-Month-Closes.
           Move "N" to SnapEOF-Switch
           Open Input SnapshotFile
           If not SnapshotOK
              Display "FeeSim: no SNAPSHOT file, no account can "
                      "be priced, rc=" SnapshotStatus
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
           Display "FeeSim: " SimCount " accounts on the month's "
                   "snapshots".

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
           Move Master-Account-Number to Sim-Account-Wanted
           Perform 6300-Find-Sim-Slot
           If Sim-Found-Index = zero
              If SimCount < 5000
                 Add 1 to SimCount
                 Move SimCount to Sim-Found-Index
                 Move Master-Account-Number to SA-Account(SimCount)
                 Move zero to SA-Balance-Sum(SimCount)
                              SA-Days-Seen(SimCount)
                              SA-NSF-Count(SimCount)
                              SA-Credits(SimCount)
                              SA-Debits(SimCount)
                              SA-Checks(SimCount)
                              SA-Withdrawals(SimCount)
                              SA-Check-Fees(SimCount 1)
                              SA-Check-Fees(SimCount 2)
              Else
                 Display "FeeSim: account table full, account "
                         Master-Account-Number " skipped"
              End-If
           End-If
           If Sim-Found-Index > zero
              Move Master-Account-Type
                to SA-Type(Sim-Found-Index)
              Move Master-Account-Status
                to SA-Status(Sim-Found-Index)
              Move Master-Branch-Code
                to SA-Branch(Sim-Found-Index)
              If Master-Branch-Code = spaces
                 Move "000" to SA-Branch(Sim-Found-Index)
              End-If
              Move Master-Product-Code
                to SA-Product(Sim-Found-Index)
              Move Master-Analysis-Flag
                to SA-Analysis-Flag(Sim-Found-Index)
              Move Master-Fee-Exempt-Code
                to SA-Exempt-Code(Sim-Found-Index)
              Move zero to SA-Exempt-Expiry(Sim-Found-Index)
              If Master-Fee-Exempt-Expiry is numeric
                 Move Master-Fee-Exempt-Expiry
                   to SA-Exempt-Expiry(Sim-Found-Index)
              End-If
              Move Snap-Date to SA-Last-Close(Sim-Found-Index)
              Move Master-Account-Balance
                to SA-Balance(Sim-Found-Index)
              Compute SA-Balance-Sum(Sim-Found-Index) =
                  SA-Balance-Sum(Sim-Found-Index)
                  + Master-Account-Balance - Master-Hold-Amount
              Add 1 to SA-Days-Seen(Sim-Found-Index)
           End-If
           Perform 2100-Read-Snapshot.

      *****************************************************************
      * The product prices the account: its fee set picks the         *
      * schedule column, and on the catalog its own minimum-balance   *
      * threshold and withdrawal limit stand.                         *
      *****************************************************************
       2500-Resolve-Products.
           Call "ProdLook" using SA-Product(Sim-Search)
                                 SA-Type(Sim-Search)
                                 Product-Record Product-Found
           Move Prod-Fee-Set to SA-Fee-Set(Sim-Search)
           Move Product-Found to SA-On-Catalog(Sim-Search)
           If ProductOnCatalog
              Move Prod-MinBal-Threshold
                to SA-Prod-Threshold(Sim-Search)
              Move Prod-Withdrawal-Limit to SA-WD-Limit(Sim-Search)
           Else
              Move zero to SA-Prod-Threshold(Sim-Search)
              Move Withdrawal-Limit to SA-WD-Limit(Sim-Search)
           End-If.

      *****************************************************************
      * The month's journal: bounced and paid checks, credits and     *
      * debits for analysis, savings convenience withdrawals counted  *
      * the way postJournal counts them.  A paid check's entry        *
      * carries the check plus its fee and the balance after both,    *
      * so the balance the fee tiered off is the two added back.      *
      *****************************************************************
       3000-Count-Month-Activity.
           Move "N" to JournalEOF-Switch
           Open Input JournalFile
           If not JournalOK
              Display "FeeSim: unable to open JRNLFILE, rc="
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
                 and (Journal-NSF or Journal-Check or Journal-Credit
                      or Journal-Debit or Journal-Official-Check)
              Move Journal-Account-Number to Sim-Account-Wanted
              Perform 6300-Find-Sim-Slot
              If Sim-Found-Index > zero
                 Add 1 to EntriesCounted
                 Perform 3300-Count-For-Account
              End-If
           End-If
           Perform 3100-Read-Journal.

       3300-Count-For-Account.
           Evaluate True
               When Journal-NSF
                   Add 1 to SA-NSF-Count(Sim-Found-Index)
               When Journal-Check
                   Add 1 to SA-Checks(Sim-Found-Index)
                   Compute Balance-Before =
                       Journal-Running-Balance + Journal-Amount
                   Move "C" to Look-Schedule
                   Move 1 to Sched-Col
                   Perform 3400-Price-One-Check
                   Move "P" to Look-Schedule
                   Move 2 to Sched-Col
                   Perform 3400-Price-One-Check
               When Journal-Credit
                   Add 1 to SA-Credits(Sim-Found-Index)
               When Journal-Debit
                   Add 1 to SA-Debits(Sim-Found-Index)
           End-Evaluate
           If (Journal-Debit or Journal-Official-Check)
                 and SA-Type(Sim-Found-Index) = "S"
                 and not Journal-Balance-Sweep
              Add 1 to SA-Withdrawals(Sim-Found-Index)
           End-If.

      *  CheckingAccount's "computeCheckFee" tiers
       3400-Price-One-Check.
           Move SA-Fee-Set(Sim-Found-Index) to Look-Type
           Move "CHKF" to Look-Code
           Move 1 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Check-Fee
           Move "FWVT" to Look-Code
           Move 100000 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Waiver-Threshold
           Move "FRDT" to Look-Code
           Move 25000 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Reduction-Threshold
           Evaluate True
               When Balance-Before >= Waiver-Threshold
                   Move zero to Tiered-Fee
               When Balance-Before >= Reduction-Threshold
                   Compute Tiered-Fee = Check-Fee / 2
               When Other
                   Move Check-Fee to Tiered-Fee
           End-Evaluate
           Add Tiered-Fee to SA-Check-Fees(Sim-Found-Index Sched-Col).

      *****************************************************************
      * Input procedure: each account priced under both schedules, a  *
      * fee-code record for every fee it paid under either, and its   *
      * totals once by account type and once by branch.               *
      *****************************************************************
       4000-Price-Accounts.
           Perform 4100-Price-One-Account
               Varying Sim-Found-Index from 1 by 1
               Until Sim-Found-Index > SimCount.

       4100-Price-One-Account.
           Add 1 to AccountsSeen
           Move "C" to Look-Schedule
           Move 1 to Sched-Col
           Perform 4200-Price-Under-Schedule
           Move "P" to Look-Schedule
           Move 2 to Sched-Col
           Perform 4200-Price-Under-Schedule
           Move zero to Account-Current Account-Proposed
           Perform 4700-Release-One-Fee
               Varying Price-Slot from 1 by 1
               Until Price-Slot > 5
           If Account-Current not = zero
                 or Account-Proposed not = zero
              Add 1 to AccountsPriced
              Evaluate True
                  When Account-Proposed > Account-Current
                      Add 1 to AccountsRising
                  When Account-Proposed < Account-Current
                      Add 1 to AccountsFalling
              End-Evaluate
              Move Account-Current  to Sort-Current
              Move Account-Proposed to Sort-Proposed
              Move 2 to Sort-Section
              Move SA-Type(Sim-Found-Index) to Sort-Key
              Release Sort-Record
              Move 3 to Sort-Section
              Move SA-Branch(Sim-Found-Index) to Sort-Key
              Release Sort-Record
           End-If.

       4200-Price-Under-Schedule.
           Move SA-Fee-Set(Sim-Found-Index) to Look-Type
           Move "NSFF" to Look-Code
           Move 25 to Look-Default
           Perform 6000-Resolve-Fee
           Compute PT-Amount(1 Sched-Col) =
               SA-NSF-Count(Sim-Found-Index) * Look-Amount
           Move SA-Check-Fees(Sim-Found-Index Sched-Col)
             to PT-Amount(2 Sched-Col)
           Perform 4300-Price-Minimum-Balance
           Perform 4400-Price-Excess-Withdrawals
           Perform 4500-Price-Analysis.

      *  MinBalChg's thresholds and charges by account type
       4300-Price-Minimum-Balance.
           Move zero to PT-Amount(3 Sched-Col)
           If SA-Status(Sim-Found-Index) not = "O"
                 or SA-Type(Sim-Found-Index) = "T"
                 or SA-Type(Sim-Found-Index) = "L"
              Exit Paragraph
           End-If
           Evaluate SA-Type(Sim-Found-Index)
               When "C"
                   Move 50000 to MinBal-Default-Thresh
                   Move 1000  to MinBal-Default-Charge
               When "S"
                   Move 30000 to MinBal-Default-Thresh
                   Move 300   to MinBal-Default-Charge
               When Other
                   Move 10000 to MinBal-Default-Thresh
                   Move 500   to MinBal-Default-Charge
           End-Evaluate
           Move SA-Fee-Set(Sim-Found-Index) to Look-Type
           If SA-On-Catalog(Sim-Found-Index) = "Y"
              Move SA-Prod-Threshold(Sim-Found-Index)
                to MinBal-Threshold
           Else
              Move "MBTH" to Look-Code
              Move MinBal-Default-Thresh to Look-Default
              Perform 6000-Resolve-Fee
              Move Look-Amount to MinBal-Threshold
           End-If
           Move "MBCH" to Look-Code
           Move MinBal-Default-Charge to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to MinBal-Charge
           If MinBal-Threshold > zero
                 and SA-Balance(Sim-Found-Index) < MinBal-Threshold
              Move MinBal-Charge to PT-Amount(3 Sched-Col)
           End-If.

      *  SavWdChg: the fee for every withdrawal past the limit
       4400-Price-Excess-Withdrawals.
           Move zero to PT-Amount(4 Sched-Col)
           If SA-Status(Sim-Found-Index) not = "O"
                 or SA-Type(Sim-Found-Index) not = "S"
                 or SA-WD-Limit(Sim-Found-Index) = zero
                 or SA-Withdrawals(Sim-Found-Index)
                      not > SA-WD-Limit(Sim-Found-Index)
              Exit Paragraph
           End-If
           Compute Excess-Count = SA-Withdrawals(Sim-Found-Index)
                                - SA-WD-Limit(Sim-Found-Index)
           Move SA-Fee-Set(Sim-Found-Index) to Look-Type
           Move "EXWD" to Look-Code
           Move 500 to Look-Default
           Perform 6000-Resolve-Fee
           Compute PT-Amount(4 Sched-Col) = Excess-Count * Look-Amount.

      *  AnalBill: item charges less the earnings credit, any type
       4500-Price-Analysis.
           Move zero to PT-Amount(5 Sched-Col)
           If SA-Analysis-Flag(Sim-Found-Index) not = "Y"
                 or SA-Status(Sim-Found-Index) not = "O"
              Exit Paragraph
           End-If
           Move "*" to Look-Type
           Move "AICR" to Look-Code
           Move 25 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Price-Per-Credit
           Move "AIDB" to Look-Code
           Move 15 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Price-Per-Debit
           Move "AICK" to Look-Code
           Move 10 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Price-Per-Check
           Move "ECRT" to Look-Code
           Move 10 to Look-Default
           Perform 6000-Resolve-Fee
           Move Look-Amount to Earnings-Credit-Rate
           Compute Activity-Charges =
                 SA-Credits(Sim-Found-Index) * Price-Per-Credit
               + SA-Debits(Sim-Found-Index)  * Price-Per-Debit
               + SA-Checks(Sim-Found-Index)  * Price-Per-Check
           If SA-Days-Seen(Sim-Found-Index) > zero
              Compute Average-Collected =
                  SA-Balance-Sum(Sim-Found-Index)
                  / SA-Days-Seen(Sim-Found-Index)
           Else
              Move zero to Average-Collected
           End-If
           If Average-Collected < zero
              Move zero to Average-Collected
           End-If
           Compute Earnings-Credit rounded =
               Average-Collected * Earnings-Credit-Rate / 10000
           Compute Net-Fee = Activity-Charges - Earnings-Credit
           If Net-Fee < zero
              Move zero to Net-Fee
           End-If
           Move Net-Fee to PT-Amount(5 Sched-Col).

      *  an exempted fee is waived under both schedules alike
       4700-Release-One-Fee.
           Move PT-Code(Price-Slot) to Test-Fee-Code
           Perform 6500-Test-Exemption
           If FeeIsExempt
              Move zero to PT-Amount(Price-Slot 1)
                           PT-Amount(Price-Slot 2)
           End-If
           If PT-Amount(Price-Slot 1) not = zero
                 or PT-Amount(Price-Slot 2) not = zero
              Move 1 to Sort-Section
              Move PT-Code(Price-Slot) to Sort-Key
              Move PT-Amount(Price-Slot 1) to Sort-Current
              Move PT-Amount(Price-Slot 2) to Sort-Proposed
              Release Sort-Record
              Add PT-Amount(Price-Slot 1) to Account-Current
              Add PT-Amount(Price-Slot 2) to Account-Proposed
           End-If.

      *****************************************************************
      * Output procedure: a line per fee code, account type and       *
      * branch, a total under each of the three sections.             *
      *****************************************************************
       5000-Report-Impact.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Perform 5100-Return-Impact
           Perform 5200-Tally-One-Impact
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 5500-Write-Group-Line
              Perform 5600-Write-Section-Total
           End-If.

       5100-Return-Impact.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       5200-Tally-One-Impact.
           If GroupIsOpen
              If Sort-Section not = Current-Section
                 Perform 5500-Write-Group-Line
                 Perform 5600-Write-Section-Total
              Else
                 If Sort-Key not = Current-Key
                    Perform 5500-Write-Group-Line
                 End-If
              End-If
           End-If
           If Sort-Section not = Current-Section
                 or not GroupIsOpen
              Move Sort-Section to Current-Section
              Move zero to Section-Accounts Section-Rising
                           Section-Current Section-Proposed
              Move Sort-Key to Current-Key
              Move zero to Group-Accounts Group-Rising
                           Group-Current Group-Proposed
              Move "Y" to GroupOpen-Switch
              Perform 5300-Write-Section-Heading
           End-If
           If Sort-Key not = Current-Key
              Move Sort-Key to Current-Key
              Move zero to Group-Accounts Group-Rising
                           Group-Current Group-Proposed
           End-If
           Add 1 to Group-Accounts
           If Sort-Proposed > Sort-Current
              Add 1 to Group-Rising
           End-If
           Add Sort-Current  to Group-Current
           Add Sort-Proposed to Group-Proposed
           Perform 5100-Return-Impact.

       5300-Write-Section-Heading.
           Evaluate Current-Section
               When 1
                   Move "FEE CODE" to SH-Title
               When 2
                   Move "ACCOUNT TYPE" to SH-Title
               When Other
                   Move "BRANCH" to SH-Title
           End-Evaluate
           Move Section-Heading to Report-Line
           Perform 1300-Write-Line
           Move Column-Heading to Report-Line
           Perform 1300-Write-Line.

       5500-Write-Group-Line.
           Move Current-Key    to D-Key
           Move Group-Accounts to D-Accounts
           Move Group-Current  to D-Current
           Move Group-Proposed to D-Proposed
           Compute D-Difference = Group-Proposed - Group-Current
           Move Group-Rising   to D-Rising
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Add Group-Accounts to Section-Accounts
           Add Group-Rising   to Section-Rising
           Add Group-Current  to Section-Current
           Add Group-Proposed to Section-Proposed.

      *  the fee-code section counts an account once per code it
      *  paid, so its account column is fee lines, not accounts
       5600-Write-Section-Total.
           Move "TOTAL"          to D-Key
           Move Section-Accounts to D-Accounts
           Move Section-Current  to D-Current
           Move Section-Proposed to D-Proposed
           Compute D-Difference = Section-Proposed - Section-Current
           Move Section-Rising   to D-Rising
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           If Current-Section = 1
              Move Section-Current  to Total-Current
              Move Section-Proposed to Total-Proposed
           End-If.

      *****************************************************************
      * One fee resolved under one schedule.  The current schedule    *
      * tries the exact type, then "*"; the proposal tries its own    *
      * exact row, the current exact row, its own "*" row, then the   *
      * current "*" row -- it overrides only what it names.           *
      *****************************************************************
       6000-Resolve-Fee.
           Move Look-Default to Look-Amount
           Move zero to Sched-Found-Index
           If Look-Schedule = "P"
              Move "P" to Wanted-Sched
              Move Look-Type to Wanted-Type
              Perform 6100-Find-Sched-Slot
           End-If
           If Sched-Found-Index = zero
              Move "C" to Wanted-Sched
              Move Look-Type to Wanted-Type
              Perform 6100-Find-Sched-Slot
           End-If
           If Sched-Found-Index = zero and Look-Schedule = "P"
              Move "P" to Wanted-Sched
              Move "*" to Wanted-Type
              Perform 6100-Find-Sched-Slot
           End-If
           If Sched-Found-Index = zero
              Move "C" to Wanted-Sched
              Move "*" to Wanted-Type
              Perform 6100-Find-Sched-Slot
           End-If
           If Sched-Found-Index > zero
              Move ST-Amount(Sched-Found-Index) to Look-Amount
           End-If.

       6100-Find-Sched-Slot.
           Move "N" to SchedMatch-Switch
           Move zero to Sched-Found-Index
           Perform 6110-Match-One-Sched
               Varying Sched-Search from 1 by 1
               Until Sched-Search > SchedCount
                  or SchedSlotMatched.

       6110-Match-One-Sched.
           If ST-Sched(Sched-Search) = Wanted-Sched
                 and ST-Code(Sched-Search) = Look-Code
                 and ST-Type(Sched-Search) = Wanted-Type
              Move Sched-Search to Sched-Found-Index
              Set SchedSlotMatched to true
           End-If.

       6300-Find-Sim-Slot.
           Move "N" to SlotMatch-Switch
           Move zero to Sim-Found-Index
           Perform 6310-Match-One-Slot
               Varying Sim-Search from 1 by 1
               Until Sim-Search > SimCount
                  or SimSlotMatched.

       6310-Match-One-Slot.
           If SA-Account(Sim-Search) = Sim-Account-Wanted
              Move Sim-Search to Sim-Found-Index
              Set SimSlotMatched to true
           End-If.

      *****************************************************************
      * FeeExmt's test, without its waiver log: the account's code    *
      * waives the fee when it lists the fee code or "****", unless   *
      * it had lapsed by the account's last close of the month.       *
      *****************************************************************
       6500-Test-Exemption.
           Move "N" to Exempt-Switch
           If SA-Exempt-Code(Sim-Found-Index) = spaces
              Exit Paragraph
           End-If
           If SA-Exempt-Expiry(Sim-Found-Index) not = zero
                 and SA-Exempt-Expiry(Sim-Found-Index)
                       < SA-Last-Close(Sim-Found-Index)
              Exit Paragraph
           End-If
           Move "N" to CodeMatch-Switch
           Move zero to Exmp-Found-Index
           Perform 6510-Match-One-Code
               Varying Exmp-Search from 1 by 1
               Until Exmp-Search > ExmpCount
                  or ExemptCodeMatched
           If Exmp-Found-Index = zero
              Exit Paragraph
           End-If
           Perform 6520-Test-One-Fee-Slot
               Varying Fee-Slot from 1 by 1
               Until Fee-Slot > 10
                  or FeeIsExempt.

       6510-Match-One-Code.
           If ET-Code(Exmp-Search) = SA-Exempt-Code(Sim-Found-Index)
              Move Exmp-Search to Exmp-Found-Index
              Set ExemptCodeMatched to true
           End-If.

       6520-Test-One-Fee-Slot.
           If ET-Waived-Fee(Exmp-Found-Index Fee-Slot) = "****"
                 or ET-Waived-Fee(Exmp-Found-Index Fee-Slot)
                      = Test-Fee-Code
              Move "Y" to Exempt-Switch
           End-If.

       9000-Terminate.
           If ProposalLoaded
              Move "ACCOUNTS ON THE MONTH'S SNAPSHOTS:" to S-Label
              Move AccountsSeen to S-Count
              Move Summary-Line to Report-Line
              Perform 1300-Write-Line
              Move "ACCOUNTS PAYING A FEE UNDER EITHER:" to S-Label
              Move AccountsPriced to S-Count
              Move Summary-Line to Report-Line
              Perform 1300-Write-Line
              Move "ACCOUNTS WHOSE FEES RISE:" to S-Label
              Move AccountsRising to S-Count
              Move Summary-Line to Report-Line
              Perform 1300-Write-Line
              Move "ACCOUNTS WHOSE FEES FALL:" to S-Label
              Move AccountsFalling to S-Count
              Move Summary-Line to Report-Line
              Perform 1300-Write-Line
              Move "REVENUE UNDER THE CURRENT SCHEDULE:" to A-Label
              Move Total-Current to A-Amount
              Move Amount-Line to Report-Line
              Perform 1300-Write-Line
              Move "REVENUE UNDER THE PROPOSED SCHEDULE:" to A-Label
              Move Total-Proposed to A-Amount
              Move Amount-Line to Report-Line
              Perform 1300-Write-Line
              Move "REVENUE DIFFERENCE:" to A-Label
              Compute A-Amount = Total-Proposed - Total-Current
              Move Amount-Line to Report-Line
              Perform 1300-Write-Line
           Else
              Move "NO FEEPROP PROPOSED SCHEDULE ON FILE" to Report-Line
              Perform 1300-Write-Line
           End-If
           Close SimReport
           Display "FeeSim: month=" Report-Month
                   " accounts=" AccountsSeen
                   " entries=" EntriesCounted
                   " rising=" AccountsRising
                   " falling=" AccountsFalling.

       End program "FeeSim".
