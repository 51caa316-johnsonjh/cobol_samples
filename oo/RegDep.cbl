       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RegDep.cbl                                                     *
      *----------------------------------------------------------------*
      * Quarter-end regulatory deposit schedule, run after the        *
      * quarter's last close in place of the spreadsheet finance used *
      * to build off the AcctRepl replica.  Works the quarter (the    *
      * last one ended on or before the business date; REGQTR in the  *
      * environment, YYYYQ, picks another) off the SNAPSHOT closes --  *
      * SNAPKEEP must hold a full quarter -- and the journal, with the *
      * JRNLFILE DD pointed at the quarter's rolled generations:       *
      *   - deposits by product type (transaction: checking and basic *
      *     accounts; savings: savings and IRA; time: CDs), each at   *
      *     its last close of the quarter, as a quarter average of    *
      *     the daily closes, and with the quarter's interest expense *
      *     off the type-I entries;                                    *
      *   - time deposits by size (at or under the INSLIMIT insurance *
      *     limit, or over it) and remaining maturity from the        *
      *     quarter's end;                                             *
      *   - deposits of other depository institutions, by the         *
      *     account's depositor class;                                 *
      *   - deposits held in foreign currency, at the rate FxReval    *
      *     last revalued the currency at (REVALCTL), or failing one  *
      *     the FXRATES rate in force at the quarter's end.  Every    *
      *     amount on the schedule is in the base currency.            *
      * An overdrawn balance is a loan, not a deposit: it is left out *
      * of the deposit lines and shown as reclassified.  Loans and     *
      * closed or charged-off accounts carry no deposit.  The printed *
      * schedule goes to REGDEP and the same line items, fixed        *
      * format, to REGDEPX for the filing software.                    *
      ******************************************************************
       Identification division.
       Program-id. "RegDep".
       Environment division.
       Input-Output Section.
       File-Control.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select RevalControlFile Assign to "REVALCTL"
               Organization is Sequential
               File Status is RevalCtlStatus.
           Select FxRateFile Assign to "FXRATES"
               Organization is Sequential
               File Status is FxRateStatus.
           Select ScheduleReport Assign to "REGDEP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select RegExtractFile Assign to "REGDEPX"
               Organization is Sequential
               File Status is RegExtractStatus.
       Data Division.
       File Section.
       FD  SnapshotFile.
           Copy SnapRec.
       FD  JournalFile.
           Copy Journal.
       FD  RevalControlFile.
           Copy RevalCtl.
       FD  FxRateFile.
           Copy FxRate.
       FD  ScheduleReport.
       01  Report-Line              pic X(100).
       FD  RegExtractFile.
           Copy RegDepX.

       Working-Storage Section.
       01  SnapshotStatus         pic X(02) value spaces.
           88 SnapshotOK             value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  RevalCtlStatus         pic X(02) value spaces.
           88 RevalCtlOK             value "00".
       01  FxRateStatus           pic X(02) value spaces.
           88 FxRateOK               value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  RegExtractStatus       pic X(02) value spaces.

       01  SnapEOF-Switch         pic X(01) value "N".
           88 NoMoreSnapRecords      value "Y".
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  CtlEOF-Switch          pic X(01) value "N".
           88 NoMoreControlRecords   value "Y".
       01  FxEOF-Switch           pic X(01) value "N".
           88 NoMoreFxRates          value "Y".
       01  SlotMatch-Switch       pic X(01) value "N".
           88 DepositSlotMatched     value "Y".
       01  CcyMatch-Switch        pic X(01) value "N".
           88 CurrencySlotMatched    value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Date-Work              pic 9(8) value zero.
       01  Date-Work-Split redefines Date-Work.
           05 DW-Year             pic 9(4).
           05 DW-Month            pic 9(2).
           05 DW-Day              pic 9(2).
       01  Quarter-Env-Value      pic X(05) value spaces.
       01  Quarter-Env-Split redefines Quarter-Env-Value.
           05 QE-Env-Year         pic X(04).
           05 QE-Env-Quarter      pic X(01).
       01  Report-Year            pic 9(4) value zero.
       01  Report-Quarter         pic 9(1) value zero.
       01  Next-Quarter           pic 9(1) value zero.
       01  Quarter-Start          pic 9(8) value zero.
       01  Quarter-End            pic 9(8) value zero.
       01  Maturity-Cut-3M        pic 9(8) value zero.
       01  Maturity-Cut-12M       pic 9(8) value zero.
       01  Maturity-Cut-36M       pic 9(8) value zero.
      *  each quarter's first and last day, MMDD
       01  Quarter-Table-Values   pic X(32) value
           "01010331040106300701093010011231".
       01  Quarter-Table redefines Quarter-Table-Values.
           05 QT-Entry occurs 4 times.
              10 QT-Start            pic 9(4).
              10 QT-End              pic 9(4).

       01  Base-Currency          pic X(03) value "USD".
       01  Limit-Env-Value        pic X(09) value spaces.
       01  Insurance-Limit        pic S9(11) comp-3 value 25000000.
       01  Closes-In-Quarter      pic 9(3) value zero.
       01  Last-Close-Date        pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

      *****************************************************************
      * One slot per deposit account on the quarter's closes: its     *
      * last close's fields, the sum of its daily closes, and its     *
      * interest expense for the quarter -- all in its own currency.  *
      *****************************************************************
       01  Dep-Search             pic 9(4) value zero.
       01  Dep-Found-Index        pic 9(4) value zero.
       01  Dep-Account-Wanted     pic 9(6) value zero.
       01  DepCount               pic 9(4) value zero.
       01  Deposit-Table.
           05 Deposit-Entry occurs 0 to 5000 times
                 depending on DepCount.
              10 DT-Account          pic 9(6).
              10 DT-Type             pic X(01).
              10 DT-Status           pic X(01).
              10 DT-Currency         pic X(03).
              10 DT-Depositor-Class  pic X(01).
              10 DT-Maturity-Date    pic 9(8).
              10 DT-Last-Close       pic 9(8).
              10 DT-Balance          pic S9(9) binary.
              10 DT-Balance-Sum      pic S9(13) comp-3.
              10 DT-Interest         pic S9(11) comp-3.

       01  Ccy-Search             pic 9(2) value zero.
       01  Ccy-Found-Index        pic 9(2) value zero.
       01  Working-Currency       pic X(03) value spaces.
       01  CcyCount               pic 9(2) value zero.
       01  Currency-Table.
           05 Currency-Entry occurs 0 to 50 times
                 depending on CcyCount.
              10 CY-Currency         pic X(03).
              10 CY-Rate             pic S9(3)V9(6) comp-3.
              10 CY-Rate-Effective   pic 9(8).
              10 CY-Rate-Source      pic X(01).
                 88 CY-Rate-Revalued    value "R".
                 88 CY-Rate-Market      value "F".
                 88 CY-Rate-Missing     value "N".
              10 CY-Accounts         pic 9(7).
              10 CY-Native           pic S9(13) comp-3.
              10 CY-Base             pic S9(13) comp-3.

      *  product types 1 transaction, 2 savings, 3 time; totals in
      *  slot 4
       01  Cat-Index              pic 9(1) value zero.
       01  Category-Table.
           05 Category-Entry occurs 4 times.
              10 CT-Accounts         pic 9(7).
              10 CT-Quarter-End      pic S9(13) comp-3.
              10 CT-Average          pic S9(13) comp-3.
              10 CT-Interest         pic S9(13) comp-3.
       01  Category-Name-Values.
           05 Filler              pic X(30) value
              "TRAN TRANSACTION ACCOUNTS     ".
           05 Filler              pic X(30) value
              "SAVG SAVINGS ACCOUNTS         ".
           05 Filler              pic X(30) value
              "TIME TIME DEPOSITS            ".
           05 Filler              pic X(30) value
              "TOTL TOTAL DEPOSITS           ".
       01  Category-Names redefines Category-Name-Values.
           05 Category-Name-Entry occurs 4 times.
              10 CN-Key              pic X(04).
              10 Filler              pic X(01).
              10 CN-Label            pic X(25).

      *  time deposits: size 1 at or under the limit, 2 over it, by
      *  remaining-maturity band 1-4
       01  Size-Index             pic 9(1) value zero.
       01  Band-Index             pic 9(1) value zero.
       01  Maturity-Table.
           05 Maturity-Size occurs 2 times.
              10 Maturity-Band occurs 4 times.
                 15 MT-Accounts      pic 9(7).
                 15 MT-Amount        pic S9(13) comp-3.
       01  Band-Name-Values.
           05 Filler              pic X(32) value
              "THREE MONTHS OR LESS            ".
           05 Filler              pic X(32) value
              "OVER 3 MONTHS THROUGH 12 MONTHS ".
           05 Filler              pic X(32) value
              "OVER 1 YEAR THROUGH 3 YEARS     ".
           05 Filler              pic X(32) value
              "OVER 3 YEARS                    ".
       01  Band-Names redefines Band-Name-Values.
           05 Band-Name           occurs 4 times pic X(32).

      *  other depository institutions: class 1 U.S., 2 foreign, by
      *  product type
       01  Class-Index            pic 9(1) value zero.
       01  Bank-Table.
           05 Bank-Class occurs 2 times.
              10 Bank-Category occurs 3 times.
                 15 BT-Accounts      pic 9(7).
                 15 BT-Amount        pic S9(13) comp-3.

       01  Conversion-Rate        pic S9(3)V9(6) comp-3 value zero.
       01  Base-Quarter-End       pic S9(13) comp-3 value zero.
       01  Base-Average           pic S9(13) comp-3 value zero.
       01  Base-Interest          pic S9(13) comp-3 value zero.
       01  Native-Quarter-End     pic S9(13) comp-3 value zero.
       01  Overdrafts-Count       pic 9(7) value zero.
       01  Overdrafts-Amount      pic S9(13) comp-3 value zero.
       01  Unplaced-Interest      pic S9(13) comp-3 value zero.
       01  Unplaced-Entries       pic 9(7) value zero.
       01  Missing-Rate-Count     pic 9(2) value zero.
       01  ExtractRecords         pic 9(5) value zero.
       01  Bank-Lines             pic 9(3) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "QUARTERLY REGULATORY DEPOSIT SCHEDULE   ".
           05 Filler              pic X(15) value
              "QUARTER ENDED  ".
           05 H1-Quarter-End      pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "AMOUNTS IN USD; QUARTER AVERAGE OVER    ".
           05 H2-Closes           pic ZZ9.
           05 Filler              pic X(15) value
              " DAILY CLOSES  ".
       01  Section-Line.
           05 SL-Title            pic X(60).
       01  Product-Heading.
           05 Filler              pic X(35) value
              "  PRODUCT TYPE                     ".
           05 Filler              pic X(37) value
              "ACCOUNTS      QUARTER-END    QUARTER ".
           05 Filler              pic X(26) value
              "AVERAGE       QTD INTEREST".
       01  Maturity-Heading.
           05 Filler              pic X(35) value
              "  SIZE AND REMAINING MATURITY      ".
           05 Filler              pic X(25) value
              "ACCOUNTS      QUARTER-END".
       01  Bank-Heading.
           05 Filler              pic X(35) value
              "  INSTITUTION AND PRODUCT TYPE     ".
           05 Filler              pic X(25) value
              "ACCOUNTS      QUARTER-END".
       01  Currency-Heading.
           05 Filler              pic X(35) value
              "  CCY  SOURCE          RATE        ".
           05 Filler              pic X(34) value
              "ACCOUNTS   NATIVE BALANCE     USD ".
           05 Filler              pic X(10) value
              "EQUIVALENT".
       01  Amount-Line.
           05 Filler              pic X(02) value spaces.
           05 AL-Label            pic X(34).
           05 AL-Accounts         pic ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 AL-Amount-1         pic $$$,$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 AL-Amount-2         pic $$$,$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 AL-Amount-3         pic $$$,$$$,$$$,$$9CR.
       01  Currency-Line.
           05 Filler              pic X(02) value spaces.
           05 CL-Currency         pic X(03).
           05 Filler              pic X(02) value spaces.
           05 CL-Source           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 CL-Rate             pic ZZ9.9(6).
           05 Filler              pic X(09) value spaces.
           05 CL-Accounts         pic ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 CL-Native           pic $$$,$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 CL-Base             pic $$$,$$$,$$$,$$9CR.
       01  Summary-Line.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

           Copy AcctRec.

       Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Collect-Quarter-Closes
           Perform 3000-Sum-Quarter-Interest
           Perform 4000-Find-Currency-Rates
           Perform 5000-Classify-One-Deposit
               Varying Dep-Search from 1 by 1
               Until Dep-Search > DepCount
           Perform 6000-Write-Product-Section
           Perform 6200-Write-Maturity-Section
           Perform 6400-Write-Bank-Section
           Perform 6600-Write-Currency-Section
           Perform 9000-Terminate
           Goback.

      *****************************************************************
      * The quarter: the last one ended on or before the business     *
      * date unless REGQTR names one.  The maturity bands are cut at  *
      * 3, 12 and 36 months past the quarter's end -- every quarter   *
      * ends on a month end, so those are quarter ends too.           *
      *****************************************************************
       1000-Initialize.
           Display "RegDep: regulatory deposit schedule starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date to Date-Work
           Move DW-Year to Report-Year
           Compute Report-Quarter = (DW-Month + 2) / 3
           If DW-Month * 100 + DW-Day not = QT-End(Report-Quarter)
              If Report-Quarter = 1
                 Subtract 1 from Report-Year
                 Move 4 to Report-Quarter
              Else
                 Subtract 1 from Report-Quarter
              End-If
           End-If
           Move spaces to Quarter-Env-Value
           Accept Quarter-Env-Value from Environment "REGQTR"
           If QE-Env-Year is numeric
                 and QE-Env-Quarter >= "1" and QE-Env-Quarter <= "4"
              Move QE-Env-Year to Report-Year
              Move QE-Env-Quarter to Report-Quarter
           End-If
           Compute Quarter-Start =
               Report-Year * 10000 + QT-Start(Report-Quarter)
           Compute Quarter-End =
               Report-Year * 10000 + QT-End(Report-Quarter)
           If Report-Quarter = 4
              Compute Maturity-Cut-3M =
                  (Report-Year + 1) * 10000 + QT-End(1)
           Else
              Compute Next-Quarter = Report-Quarter + 1
              Compute Maturity-Cut-3M =
                  Report-Year * 10000 + QT-End(Next-Quarter)
           End-If
           Compute Maturity-Cut-12M = Quarter-End + 10000
           Compute Maturity-Cut-36M = Quarter-End + 30000

           Move "RegDep" to Parm-Req-Program
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

           Initialize Category-Table Maturity-Table Bank-Table
           Open Output ScheduleReport
           Open Output RegExtractFile.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Quarter-End to H1-Quarter-End
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Closes-In-Quarter to H2-Closes
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move 3 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage or PageNumber = zero
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * The quarter's closes, oldest first, so each account's slot    *
      * ends up holding its last close.  Loans are not deposits and   *
      * never take a slot.                                             *
      *****************************************************************
       2000-Collect-Quarter-Closes.
           Move "N" to SnapEOF-Switch
           Open Input SnapshotFile
           If not SnapshotOK
              Display "RegDep: no SNAPSHOT file, the schedule is "
                      "empty, rc=" SnapshotStatus
              Exit Paragraph
           End-If
           Move Quarter-Start to Snap-Date
           Move zero to Snap-Account-Number
           Start SnapshotFile Key is Not Less Than Snapshot-Key
               Invalid Key
                   Move "Y" to SnapEOF-Switch
           End-Start
           Perform 2100-Read-Snapshot
           Perform 2200-Fold-One-Close
               Until NoMoreSnapRecords
           Close SnapshotFile
           Display "RegDep: " Closes-In-Quarter " closes, "
                   DepCount " deposit accounts".

       2100-Read-Snapshot.
           If not NoMoreSnapRecords
              Read SnapshotFile Next Record
                  At End
                      Move "Y" to SnapEOF-Switch
              End-Read
              If not NoMoreSnapRecords
                    and Snap-Date > Quarter-End
                 Move "Y" to SnapEOF-Switch
              End-If
           End-If.

       2200-Fold-One-Close.
           If Snap-Date not = Last-Close-Date
              Move Snap-Date to Last-Close-Date
              Add 1 to Closes-In-Quarter
           End-If
           Move Snap-Master-Image to Acct-Master-Record
           If not Master-Type-Loan
              Move Master-Account-Number to Dep-Account-Wanted
              Perform 7000-Find-Deposit-Slot
              If Dep-Found-Index = zero
                 Perform 2300-Add-Deposit-Slot
              End-If
              If Dep-Found-Index > zero
                 Perform 2400-Note-Close
              End-If
           End-If
           Perform 2100-Read-Snapshot.

       2300-Add-Deposit-Slot.
           If DepCount < 5000
              Add 1 to DepCount
              Move DepCount to Dep-Found-Index
              Move Master-Account-Number to DT-Account(DepCount)
              Move zero to DT-Balance-Sum(DepCount)
                           DT-Interest(DepCount)
           Else
              Display "RegDep: deposit table full, account "
                      Master-Account-Number " left off"
           End-If.

       2400-Note-Close.
           Move Master-Account-Type   to DT-Type(Dep-Found-Index)
           Move Master-Account-Status to DT-Status(Dep-Found-Index)
           Move Master-Currency-Code  to DT-Currency(Dep-Found-Index)
           If Master-Currency-Code = spaces
              Move Base-Currency to DT-Currency(Dep-Found-Index)
           End-If
           Move Master-Depositor-Class
             to DT-Depositor-Class(Dep-Found-Index)
           Move zero to DT-Maturity-Date(Dep-Found-Index)
           If Master-Type-TimeDeposit
                 and Master-CD-Maturity-Date is numeric
              Move Master-CD-Maturity-Date
                to DT-Maturity-Date(Dep-Found-Index)
           End-If
           Move Snap-Date to DT-Last-Close(Dep-Found-Index)
           Move Master-Account-Balance to DT-Balance(Dep-Found-Index)
           Add Master-Account-Balance
             to DT-Balance-Sum(Dep-Found-Index).

      *****************************************************************
      * The quarter's interest expense: every type-I entry dated in   *
      * the quarter, to its account's slot.  Interest on an account   *
      * that never closed on a snapshot in the quarter cannot be       *
      * typed and is shown on its own.                                 *
      *****************************************************************
       3000-Sum-Quarter-Interest.
           Move "N" to JournalEOF-Switch
           Open Input JournalFile
           If not JournalOK
              Display "RegDep: unable to open JRNLFILE, no interest "
                      "expense, rc=" JournalFileStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Journal
           Perform 3200-Sum-One-Entry
               Until NoMoreJournalRecords
           Close JournalFile.

       3100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       3200-Sum-One-Entry.
           If Journal-Interest
                 and Journal-Date >= Quarter-Start
                 and Journal-Date <= Quarter-End
              Move Journal-Account-Number to Dep-Account-Wanted
              Perform 7000-Find-Deposit-Slot
              If Dep-Found-Index > zero
                 Add Journal-Amount to DT-Interest(Dep-Found-Index)
              Else
                 Add Journal-Amount to Unplaced-Interest
                 Add 1 to Unplaced-Entries
              End-If
           End-If
           Perform 3100-Read-Journal.

      *****************************************************************
      * Each foreign currency held: the rate on REVALCTL -- what the  *
      * books carry it at -- or, for a currency never revalued, the   *
      * latest FXRATES rate to the base on or before the quarter's    *
      * end.  A currency with neither is carried at face and flagged. *
      *****************************************************************
       4000-Find-Currency-Rates.
           Perform 4100-Note-Account-Currency
               Varying Dep-Search from 1 by 1
               Until Dep-Search > DepCount
           If CcyCount = zero
              Exit Paragraph
           End-If
           Perform 4200-Load-Revalued-Rates
           Perform 4400-Load-Market-Rates.

       4100-Note-Account-Currency.
           If DT-Currency(Dep-Search) not = Base-Currency
              Move DT-Currency(Dep-Search) to Working-Currency
              Perform 7100-Find-Currency-Slot
              If Ccy-Found-Index = zero
                 If CcyCount < 50
                    Add 1 to CcyCount
                    Move Working-Currency to CY-Currency(CcyCount)
                    Move 1 to CY-Rate(CcyCount)
                    Move zero to CY-Rate-Effective(CcyCount)
                                 CY-Accounts(CcyCount)
                                 CY-Native(CcyCount)
                                 CY-Base(CcyCount)
                    Move "N" to CY-Rate-Source(CcyCount)
                 Else
                    Display "RegDep: currency table full, "
                            Working-Currency " carried at face"
                 End-If
              End-If
           End-If.

       4200-Load-Revalued-Rates.
           Move "N" to CtlEOF-Switch
           Open Input RevalControlFile
           If not RevalCtlOK
              Display "RegDep: no REVALCTL on file, FXRATES rates "
                      "apply, rc=" RevalCtlStatus
              Exit Paragraph
           End-If
           Perform 4210-Read-Control
           Perform 4220-Take-One-Control
               Until NoMoreControlRecords
           Close RevalControlFile.

       4210-Read-Control.
           If not NoMoreControlRecords
              Read RevalControlFile
                  At End
                      Move "Y" to CtlEOF-Switch
              End-Read
           End-If.

       4220-Take-One-Control.
           Move Reval-Currency to Working-Currency
           Perform 7100-Find-Currency-Slot
           If Ccy-Found-Index > zero
              Move Reval-Last-Rate to CY-Rate(Ccy-Found-Index)
              Move Reval-Last-Date
                to CY-Rate-Effective(Ccy-Found-Index)
              Move "R" to CY-Rate-Source(Ccy-Found-Index)
           End-If
           Perform 4210-Read-Control.

       4400-Load-Market-Rates.
           Move "N" to FxEOF-Switch
           Open Input FxRateFile
           If not FxRateOK
              Display "RegDep: unable to open FXRATES, rc="
                      FxRateStatus
              Exit Paragraph
           End-If
           Perform 4410-Read-FX-Rate
           Perform 4420-Judge-One-FX-Rate
               Until NoMoreFxRates
           Close FxRateFile.

       4410-Read-FX-Rate.
           If not NoMoreFxRates
              Read FxRateFile
                  At End
                      Move "Y" to FxEOF-Switch
              End-Read
           End-If.

       4420-Judge-One-FX-Rate.
           If FX-To-Currency = Base-Currency
                 and FX-Effective-Date <= Quarter-End
              Move FX-From-Currency to Working-Currency
              Perform 7100-Find-Currency-Slot
              If Ccy-Found-Index > zero
                 If not CY-Rate-Revalued(Ccy-Found-Index)
                       and FX-Effective-Date
                           >= CY-Rate-Effective(Ccy-Found-Index)
                    Move FX-Rate to CY-Rate(Ccy-Found-Index)
                    Move FX-Effective-Date
                      to CY-Rate-Effective(Ccy-Found-Index)
                    Move "F" to CY-Rate-Source(Ccy-Found-Index)
                 End-If
              End-If
           End-If
           Perform 4410-Read-FX-Rate.

      *****************************************************************
      * One account onto the schedule, in the base currency.  Only an *
      * account still open at the quarter's last close has a          *
      * quarter-end balance; its average is its daily closes over all *
      * the quarter's closes, so an account opened or closed in the   *
      * quarter averages in at zero for the days it was not there.    *
      *****************************************************************
       5000-Classify-One-Deposit.
           Move 1 to Conversion-Rate
           If DT-Currency(Dep-Search) not = Base-Currency
              Move DT-Currency(Dep-Search) to Working-Currency
              Perform 7100-Find-Currency-Slot
              If Ccy-Found-Index > zero
                 Move CY-Rate(Ccy-Found-Index) to Conversion-Rate
              End-If
           Else
              Move zero to Ccy-Found-Index
           End-If

           Move zero to Native-Quarter-End
           If DT-Last-Close(Dep-Search) = Last-Close-Date
                 and DT-Status(Dep-Search) not = "C"
                 and DT-Status(Dep-Search) not = "W"
              Move DT-Balance(Dep-Search) to Native-Quarter-End
           End-If
           Compute Base-Quarter-End rounded =
               Native-Quarter-End * Conversion-Rate
           Move zero to Base-Average
           If Closes-In-Quarter > zero
              Compute Base-Average rounded =
                  DT-Balance-Sum(Dep-Search) * Conversion-Rate
                  / Closes-In-Quarter
           End-If
           If Base-Average < zero
              Move zero to Base-Average
           End-If
           Compute Base-Interest rounded =
               DT-Interest(Dep-Search) * Conversion-Rate

           If Base-Quarter-End < zero
              Add 1 to Overdrafts-Count
              Subtract Base-Quarter-End from Overdrafts-Amount
              Move zero to Base-Quarter-End Native-Quarter-End
           End-If

           Evaluate DT-Type(Dep-Search)
               When "T"
                   Move 3 to Cat-Index
               When "S"
               When "R"
                   Move 2 to Cat-Index
               When Other
                   Move 1 to Cat-Index
           End-Evaluate
           If Base-Quarter-End > zero
              Add 1 to CT-Accounts(Cat-Index) CT-Accounts(4)
           End-If
           Add Base-Quarter-End to CT-Quarter-End(Cat-Index)
                                  CT-Quarter-End(4)
           Add Base-Average     to CT-Average(Cat-Index)
                                  CT-Average(4)
           Add Base-Interest    to CT-Interest(Cat-Index)
                                  CT-Interest(4)

           If Base-Quarter-End > zero
              If Cat-Index = 3
                 Perform 5100-Place-Time-Deposit
              End-If
              If DT-Depositor-Class(Dep-Search) = "D"
                    or DT-Depositor-Class(Dep-Search) = "F"
                 Perform 5200-Place-Bank-Deposit
              End-If
              If Ccy-Found-Index > zero
                 Add 1 to CY-Accounts(Ccy-Found-Index)
                 Add Native-Quarter-End to CY-Native(Ccy-Found-Index)
                 Add Base-Quarter-End to CY-Base(Ccy-Found-Index)
              End-If
           End-If.

      *  a CD already matured and not yet paid out or rolled is due
      *  now, and so in the shortest band
       5100-Place-Time-Deposit.
           If Base-Quarter-End > Insurance-Limit
              Move 2 to Size-Index
           Else
              Move 1 to Size-Index
           End-If
           Evaluate True
               When DT-Maturity-Date(Dep-Search) <= Maturity-Cut-3M
                   Move 1 to Band-Index
               When DT-Maturity-Date(Dep-Search) <= Maturity-Cut-12M
                   Move 2 to Band-Index
               When DT-Maturity-Date(Dep-Search) <= Maturity-Cut-36M
                   Move 3 to Band-Index
               When Other
                   Move 4 to Band-Index
           End-Evaluate
           Add 1 to MT-Accounts(Size-Index Band-Index)
           Add Base-Quarter-End to MT-Amount(Size-Index Band-Index).

       5200-Place-Bank-Deposit.
           If DT-Depositor-Class(Dep-Search) = "D"
              Move 1 to Class-Index
           Else
              Move 2 to Class-Index
           End-If
           Add 1 to BT-Accounts(Class-Index Cat-Index)
           Add Base-Quarter-End to BT-Amount(Class-Index Cat-Index).

      *****************************************************************
      * The printed schedule and the extract, section by section --   *
      * every printed line item is also an extract record.           *
      *****************************************************************
       6000-Write-Product-Section.
           Move "DEPOSITS BY PRODUCT TYPE" to SL-Title
           Move Section-Line to Report-Line
           Perform 1300-Write-Line
           Move Product-Heading to Report-Line
           Perform 1300-Write-Line
           Perform 6100-Write-One-Category
               Varying Cat-Index from 1 by 1
               Until Cat-Index > 4
           Move spaces to Report-Line
           Perform 1300-Write-Line.

       6100-Write-One-Category.
           Move spaces to Amount-Line
           Move CN-Label(Cat-Index)       to AL-Label
           Move CT-Accounts(Cat-Index)    to AL-Accounts
           Move CT-Quarter-End(Cat-Index) to AL-Amount-1
           Move CT-Average(Cat-Index)     to AL-Amount-2
           Move CT-Interest(Cat-Index)    to AL-Amount-3
           Move Amount-Line to Report-Line
           Perform 1300-Write-Line
           Move "PROD" to Regx-Line-Group
           Move CN-Key(Cat-Index) to Regx-Line-Key
           Move "QEND" to Regx-Measure
           Move CT-Accounts(Cat-Index) to Regx-Account-Count
           Move CT-Quarter-End(Cat-Index) to Regx-Amount
           Perform 8000-Write-Extract
           Move "QAVG" to Regx-Measure
           Move CT-Average(Cat-Index) to Regx-Amount
           Perform 8000-Write-Extract
           Move "QINT" to Regx-Measure
           Move CT-Interest(Cat-Index) to Regx-Amount
           Perform 8000-Write-Extract.

       6200-Write-Maturity-Section.
           Move "TIME DEPOSITS BY SIZE AND REMAINING MATURITY"
             to SL-Title
           Move Section-Line to Report-Line
           Perform 1300-Write-Line
           Move Maturity-Heading to Report-Line
           Perform 1300-Write-Line
           Perform 6210-Write-One-Size
               Varying Size-Index from 1 by 1
               Until Size-Index > 2
           Move spaces to Report-Line
           Perform 1300-Write-Line.

       6210-Write-One-Size.
           Move spaces to Report-Line
           If Size-Index = 1
              Move "  AT OR UNDER THE INSURANCE LIMIT"
                to Report-Line
           Else
              Move "  OVER THE INSURANCE LIMIT" to Report-Line
           End-If
           Perform 1300-Write-Line
           Perform 6220-Write-One-Band
               Varying Band-Index from 1 by 1
               Until Band-Index > 4.

       6220-Write-One-Band.
           Move spaces to Amount-Line
           Move "  " to AL-Label
           Move Band-Name(Band-Index) to AL-Label(3:32)
           Move MT-Accounts(Size-Index Band-Index) to AL-Accounts
           Move MT-Amount(Size-Index Band-Index)   to AL-Amount-1
           Move Amount-Line to Report-Line
           Perform 1300-Write-Line
           Move "TDSM" to Regx-Line-Group
           Move spaces to Regx-Line-Key
           If Size-Index = 1
              Move "S" to Regx-Line-Key(1:1)
           Else
              Move "L" to Regx-Line-Key(1:1)
           End-If
           Move Band-Index to Regx-Line-Key(2:1)
           Move "QEND" to Regx-Measure
           Move MT-Accounts(Size-Index Band-Index)
             to Regx-Account-Count
           Move MT-Amount(Size-Index Band-Index) to Regx-Amount
           Perform 8000-Write-Extract.

       6400-Write-Bank-Section.
           Move "DEPOSITS OF OTHER DEPOSITORY INSTITUTIONS"
             to SL-Title
           Move Section-Line to Report-Line
           Perform 1300-Write-Line
           Move Bank-Heading to Report-Line
           Perform 1300-Write-Line
           Move zero to Bank-Lines
           Perform 6410-Write-One-Class
               Varying Class-Index from 1 by 1
               Until Class-Index > 2
           If Bank-Lines = zero
              Move "  NONE HELD" to Report-Line
              Perform 1300-Write-Line
           End-If
           Move spaces to Report-Line
           Perform 1300-Write-Line.

       6410-Write-One-Class.
           Perform 6420-Write-One-Bank-Line
               Varying Cat-Index from 1 by 1
               Until Cat-Index > 3.

       6420-Write-One-Bank-Line.
           If BT-Accounts(Class-Index Cat-Index) = zero
              Exit Paragraph
           End-If
           Add 1 to Bank-Lines
           Move spaces to Amount-Line
           If Class-Index = 1
              Move "U.S. INSTITUTIONS -" to AL-Label
           Else
              Move "FOREIGN BANKS -" to AL-Label
           End-If
           Move CN-Label(Cat-Index) to AL-Label(21:14)
           Move BT-Accounts(Class-Index Cat-Index) to AL-Accounts
           Move BT-Amount(Class-Index Cat-Index)   to AL-Amount-1
           Move Amount-Line to Report-Line
           Perform 1300-Write-Line
           Move "ODIN" to Regx-Line-Group
           Move spaces to Regx-Line-Key
           If Class-Index = 1
              Move "D" to Regx-Line-Key(1:1)
           Else
              Move "F" to Regx-Line-Key(1:1)
           End-If
           Move CN-Key(Cat-Index) to Regx-Line-Key(2:4)
           Move "QEND" to Regx-Measure
           Move BT-Accounts(Class-Index Cat-Index)
             to Regx-Account-Count
           Move BT-Amount(Class-Index Cat-Index) to Regx-Amount
           Perform 8000-Write-Extract.

       6600-Write-Currency-Section.
           Move "DEPOSITS HELD IN FOREIGN CURRENCY" to SL-Title
           Move Section-Line to Report-Line
           Perform 1300-Write-Line
           Move Currency-Heading to Report-Line
           Perform 1300-Write-Line
           If CcyCount = zero
              Move "  NONE HELD" to Report-Line
              Perform 1300-Write-Line
           End-If
           Perform 6610-Write-One-Currency
               Varying Ccy-Search from 1 by 1
               Until Ccy-Search > CcyCount
           Move spaces to Report-Line
           Perform 1300-Write-Line.

       6610-Write-One-Currency.
           Move CY-Currency(Ccy-Search) to CL-Currency
           Evaluate True
               When CY-Rate-Revalued(Ccy-Search)
                   Move "REVALCTL" to CL-Source
               When CY-Rate-Market(Ccy-Search)
                   Move "FXRATES " to CL-Source
               When Other
                   Move "NO RATE " to CL-Source
                   Add 1 to Missing-Rate-Count
           End-Evaluate
           Move CY-Rate(Ccy-Search)     to CL-Rate
           Move CY-Accounts(Ccy-Search) to CL-Accounts
           Move CY-Native(Ccy-Search)   to CL-Native
           Move CY-Base(Ccy-Search)     to CL-Base
           Move Currency-Line to Report-Line
           Perform 1300-Write-Line
           Move "FCCY" to Regx-Line-Group
           Move CY-Currency(Ccy-Search) to Regx-Line-Key
           Move CY-Accounts(Ccy-Search) to Regx-Account-Count
           Move "QEND" to Regx-Measure
           Move CY-Base(Ccy-Search) to Regx-Amount
           Perform 8000-Write-Extract
           Move "NATV" to Regx-Measure
           Move CY-Native(Ccy-Search) to Regx-Amount
           Perform 8000-Write-Extract.

       7000-Find-Deposit-Slot.
           Move "N" to SlotMatch-Switch
           Move zero to Dep-Found-Index
           Perform 7010-Match-One-Slot
               Varying Dep-Search from 1 by 1
               Until Dep-Search > DepCount
                  or DepositSlotMatched.

       7010-Match-One-Slot.
           If DT-Account(Dep-Search) = Dep-Account-Wanted
              Move Dep-Search to Dep-Found-Index
              Set DepositSlotMatched to true
           End-If.

       7100-Find-Currency-Slot.
           Move "N" to CcyMatch-Switch
           Move zero to Ccy-Found-Index
           Perform 7110-Match-One-Currency
               Varying Ccy-Search from 1 by 1
               Until Ccy-Search > CcyCount
                  or CurrencySlotMatched.

       7110-Match-One-Currency.
           If CY-Currency(Ccy-Search) = Working-Currency
              Move Ccy-Search to Ccy-Found-Index
              Set CurrencySlotMatched to true
           End-If.

       8000-Write-Extract.
           Move Quarter-End to Regx-Quarter-End
           Write Reg-Deposit-Extract
           Add 1 to ExtractRecords.

       9000-Terminate.
           Move "OVERDRAWN BALANCES RECLASSIFIED" to SL-Title
           Move Section-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Amount-Line
           Move "TO LOANS" to AL-Label
           Move Overdrafts-Count  to AL-Accounts
           Move Overdrafts-Amount to AL-Amount-1
           Move Amount-Line to Report-Line
           Perform 1300-Write-Line
           Move "ODRC" to Regx-Line-Group
           Move "TOTL" to Regx-Line-Key
           Move "QEND" to Regx-Measure
           Move Overdrafts-Count  to Regx-Account-Count
           Move Overdrafts-Amount to Regx-Amount
           Perform 8000-Write-Extract
           Move spaces to Report-Line
           Perform 1300-Write-Line
           If Unplaced-Entries > zero
              Move spaces to Amount-Line
              Move "INTEREST, ACCOUNTS NOT ON SNAPSHOT" to AL-Label
              Move Unplaced-Entries  to AL-Accounts
              Move Unplaced-Interest to AL-Amount-3
              Move Amount-Line to Report-Line
              Perform 1300-Write-Line
           End-If
           Move "DAILY CLOSES IN THE QUARTER:" to S-Label
           Move Closes-In-Quarter to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "DEPOSIT ACCOUNTS ON THE CLOSES:" to S-Label
           Move DepCount to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "CURRENCIES CARRIED AT FACE, NO RATE:" to S-Label
           Move Missing-Rate-Count to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "EXTRACT RECORDS WRITTEN:" to S-Label
           Move ExtractRecords to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close ScheduleReport
           Close RegExtractFile
           Display "RegDep: quarter=" Quarter-End
                   " deposits=" CT-Quarter-End(4)
                   " extract=" ExtractRecords
                   " no-rate=" Missing-Rate-Count.

       End program "RegDep".
