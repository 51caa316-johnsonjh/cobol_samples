       cbl thread,pgmname(longmixed)
      ******************************************************************
      * IntAccr.cbl                                                    *
      *----------------------------------------------------------------*
      * Nightly interest-accrual stage.  InterestBatch and the CD      *
      * logic book interest only on the nights it is credited, so     *
      * this stage accrues every interest-bearing account's interest  *
      * one day at a time into the INTACCR ledger and books the day's *
      * total to interest expense and accrued interest payable, and   *
      * Finance's month-end expense carries what was earned but not   *
      * yet paid.  Runs behind the end-of-day snapshot and reads      *
      * tonight's close from it: the SAVACCTS roster's savings and    *
      * interest-checking accounts at the roster rate (or the         *
      * SAVRATES band their balance falls in, as InterestBatch        *
      * selects it), then every open CD at its own rate.  The rates   *
      * are per-month, so a day's accrual is the balance times the    *
      * rate over the days in the month.  The paid interest comes off *
      * the ledger through IntRelv when it is credited.                *
      ******************************************************************
       Identification division.
       Program-id. "IntAccr".
       Environment division.
       Input-Output Section.
       File-Control.
           Select SavingsRoster Assign to "SAVACCTS"
               Organization is Sequential
               File Status is RosterFileStatus.
           Select RateTableFile Assign to "SAVRATES"
               Organization is Sequential
               File Status is RateTableStatus.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select IntAccrualFile Assign to "INTACCR"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is IntAccr-Account-Number
               File Status is IntAccrualStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
       Data Division.
       File Section.
       FD  SavingsRoster.
           Copy SavAcct.
       FD  RateTableFile.
           Copy RateTbl.
       FD  SnapshotFile.
           Copy SnapRec.
       FD  IntAccrualFile.
           Copy IntAccr.
       FD  GLPostFile.
           Copy GLPost.

       Working-Storage Section.
      *  the snapshot image unpacked into the master layout, the way
      *  OdChg reads it
           Copy AcctRec.

       01  RosterFileStatus       pic X(02) value spaces.
           88 RosterOK               value "00".
       01  RateTableStatus        pic X(02) value spaces.
           88 RateTableOK            value "00".
       01  SnapshotStatus         pic X(02) value spaces.
           88 SnapshotOK             value "00".
       01  IntAccrualStatus       pic X(02) value spaces.
           88 IntAccrualOK           value "00".
       01  GLPostFileStatus       pic X(02) value spaces.

       01  RosterEOF-Switch       pic X(01) value "N".
           88 NoMoreRosterRecords    value "Y".
       01  RateEOF-Switch         pic X(01) value "N".
           88 NoMoreRateRows         value "Y".
       01  SnapEOF-Switch         pic X(01) value "N".
           88 NoMoreSnapRecords      value "Y".
       01  SnapFound-Switch       pic X(01) value "N".
           88 SnapshotFound          value "Y".
       01  BandMatch-Switch       pic X(01) value "N".
           88 RateBandMatched        value "Y".
       01  TierMatch-Switch       pic X(01) value "N".
           88 RateTierFound          value "Y".
       01  RosterOpen-Switch      pic X(01) value "N".
           88 RosterIsOpen           value "Y".
       01  SnapOpen-Switch        pic X(01) value "N".
           88 SnapshotIsOpen         value "Y".
       01  AccrOpen-Switch        pic X(01) value "N".
           88 LedgerIsOpen           value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Month-Start-Date       pic 9(8) value zero.
       01  Month-Start-Split redefines Month-Start-Date.
           05 MSD-Year            pic 9(4).
           05 MSD-Month           pic 9(2).
           05 MSD-Day             pic 9(2).
       01  Next-Month-Date        pic 9(8) value zero.
       01  Next-Month-Split redefines Next-Month-Date.
           05 NMD-Year            pic 9(4).
           05 NMD-Month           pic 9(2).
           05 NMD-Day             pic 9(2).
       01  Days-In-Month          pic 9(2) value zero.
       01  Tier-Search            pic 9(2) value zero.
       01  AccountBalance         pic S9(9) binary value zero.
       01  Selected-Rate          pic S9(3)V9(4) comp-3 value zero.
       01  Wanted-Table-Id        pic X(04) value spaces.
       01  Product-Found          pic X(01) value "N".
           Copy ProdRec.
       01  Day-Accrual            pic S9(9)V9(4) comp-3 value zero.

       01  AccountsAccrued        pic 9(7) value zero.
       01  CDsAccrued             pic 9(7) value zero.
       01  RosterNotOnSnapshot    pic 9(7) value zero.
       01  Day-Accrual-Total      pic S9(9)V9(4) comp-3 value zero.
       01  Day-Accrual-Posted     pic S9(9) binary value zero.
       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.

      *****************************************************************
      * The balance-tiered rate table, loaded once at the start of    *
      * the run on the same latest-on-or-before rule InterestBatch    *
      * applies, so the day's accrual uses the rate the payment will. *
      *****************************************************************
       01  TierCount              pic 9(2) value zero.
       01  Rate-Tier-Table.
           05 Rate-Tier-Entry occurs 0 to 99 times
                 depending on TierCount.
              10 Tbl-Table-Id        pic X(04).
              10 Tbl-Low-Balance     pic S9(9) binary.
              10 Tbl-High-Balance    pic S9(9) binary.
              10 Tbl-Effective-Date  pic 9(8).
              10 Tbl-Rate            pic S9(3)V9(4) comp-3.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Accrue-One-Roster
               Until NoMoreRosterRecords
           Perform 3000-Start-CD-Pass
           Perform 3100-Accrue-One-CD
               Until NoMoreSnapRecords
           Perform 4000-Post-GL-Entries
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "IntAccr: daily interest accrual starting"
           Call "GetBusDate" using Business-Date
           Perform 1300-Find-Days-In-Month
           Perform 1500-Load-Rate-Table

           Open I-O IntAccrualFile
           If IntAccrualStatus = "35"
              Open Output IntAccrualFile
              Close IntAccrualFile
              Open I-O IntAccrualFile
           End-If
           If not IntAccrualOK
              Display "IntAccr: unable to open INTACCR, rc="
                      IntAccrualStatus
              Move "Y" to RosterEOF-Switch
              Move "Y" to SnapEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to AccrOpen-Switch

           Open Input SnapshotFile
           If not SnapshotOK
              Display "IntAccr: no SNAPSHOT file, nothing to accrue, "
                      "rc=" SnapshotStatus
              Move "Y" to RosterEOF-Switch
              Move "Y" to SnapEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to SnapOpen-Switch

           Open Input SavingsRoster
           If RosterOK
              Move "Y" to RosterOpen-Switch
           Else
              Display "IntAccr: no SAVACCTS roster, CDs only "
                      "tonight, rc=" RosterFileStatus
              Move "Y" to RosterEOF-Switch
           End-If
           Perform 1100-Read-Roster.

       1100-Read-Roster.
           If not NoMoreRosterRecords
              Read SavingsRoster
                  At End
                      Move "Y" to RosterEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * The per-month rates spread over the days of the business      *
      * date's month: a month's accruals add back up to the month's   *
      * interest.                                                      *
      *****************************************************************
       1300-Find-Days-In-Month.
           Move Business-Date to Month-Start-Date
           Move 01 to MSD-Day
           Move Month-Start-Date to Next-Month-Date
           If NMD-Month = 12
              Add 1 to NMD-Year
              Move 01 to NMD-Month
           Else
              Add 1 to NMD-Month
           End-If
           Compute Days-In-Month =
               Function Integer-Of-Date(Next-Month-Date)
             - Function Integer-Of-Date(Month-Start-Date).

      *****************************************************************
      * Loads the SAVRATES tier table.  No table on file leaves       *
      * TierCount at zero and the roster rates apply.                  *
      *****************************************************************
       1500-Load-Rate-Table.
           Move "N" to RateEOF-Switch
           Open Input RateTableFile
           If not RateTableOK
              Display "IntAccr: no SAVRATES rate table, "
                      "roster rates apply, rc=" RateTableStatus
              Exit Paragraph
           End-If
           Perform 1510-Read-Rate-Row
           Perform 1520-Load-One-Rate-Row
               Until NoMoreRateRows
           Close RateTableFile.

       1510-Read-Rate-Row.
           If not NoMoreRateRows
              Read RateTableFile
                  At End
                      Move "Y" to RateEOF-Switch
              End-Read
           End-If.

       1520-Load-One-Rate-Row.
           If Tier-Effective-Date <= Business-Date
              Move "N" to BandMatch-Switch
              Perform 1530-Match-One-Band
                  Varying Tier-Search from 1 by 1
                  Until Tier-Search > TierCount
                     or RateBandMatched
              If not RateBandMatched and TierCount < 99
                 Add 1 to TierCount
                 Move Tier-Table-Id
                   to Tbl-Table-Id(TierCount)
                 Move Tier-Low-Balance
                   to Tbl-Low-Balance(TierCount)
                 Move Tier-High-Balance
                   to Tbl-High-Balance(TierCount)
                 Move Tier-Effective-Date
                   to Tbl-Effective-Date(TierCount)
                 Move Tier-Rate to Tbl-Rate(TierCount)
              End-If
           End-If
           Perform 1510-Read-Rate-Row.

       1530-Match-One-Band.
           If Tbl-Table-Id(Tier-Search) = Tier-Table-Id
                 and Tbl-Low-Balance(Tier-Search) = Tier-Low-Balance
                 and Tbl-High-Balance(Tier-Search) = Tier-High-Balance
              Set RateBandMatched to true
              If Tier-Effective-Date
                    >= Tbl-Effective-Date(Tier-Search)
                 Move Tier-Effective-Date
                   to Tbl-Effective-Date(Tier-Search)
                 Move Tier-Rate to Tbl-Rate(Tier-Search)
              End-If
           End-If.

       1600-Select-Tier-Rate.
           Move "N" to TierMatch-Switch
           Perform 1610-Test-One-Tier
               Varying Tier-Search from 1 by 1
               Until Tier-Search > TierCount
                  or RateTierFound
      *  a product tier set with no band for the balance falls back
      *  to the standard set before the roster rate
           If not RateTierFound and Wanted-Table-Id not = spaces
              Move spaces to Wanted-Table-Id
              Perform 1610-Test-One-Tier
                  Varying Tier-Search from 1 by 1
                  Until Tier-Search > TierCount
                     or RateTierFound
           End-If.

       1610-Test-One-Tier.
           If Tbl-Table-Id(Tier-Search) = Wanted-Table-Id
                 and AccountBalance >= Tbl-Low-Balance(Tier-Search)
                 and AccountBalance <= Tbl-High-Balance(Tier-Search)
              Move Tbl-Rate(Tier-Search) to Selected-Rate
              Set RateTierFound to true
           End-If.

      *****************************************************************
      * One roster account: tonight's close is a keyed read of the    *
      * snapshot; an account with no snapshot tonight is closed off   *
      * ACCTMAST or was never opened, and accrues nothing.             *
      *****************************************************************
       2000-Accrue-One-Roster.
           Move Business-Date to Snap-Date
           Move Roster-Account-Number to Snap-Account-Number
           Move "Y" to SnapFound-Switch
           Read SnapshotFile
               Invalid Key
                   Move "N" to SnapFound-Switch
           End-Read
           If not SnapshotFound
              Add 1 to RosterNotOnSnapshot
              Perform 1100-Read-Roster
              Exit Paragraph
           End-If
           Move Snap-Master-Image to Acct-Master-Record
           If Master-Status-Open
                 and not Master-Type-TimeDeposit
                 and Master-Account-Balance > zero
              Move Master-Account-Balance to AccountBalance
              Move Roster-Interest-Rate to Selected-Rate
              If TierCount > zero
                 Call "ProdLook" using Master-Product-Code
                                       Master-Account-Type
                                       Product-Record Product-Found
                 Move Prod-Rate-Table-Id to Wanted-Table-Id
                 Perform 1600-Select-Tier-Rate
              End-If
              Compute Day-Accrual =
                  AccountBalance * Selected-Rate / Days-In-Month
              If Day-Accrual > zero
                 Perform 2500-Accrue-To-Ledger
                 Add 1 to AccountsAccrued
              End-If
           End-If
           Perform 1100-Read-Roster.

      *****************************************************************
      * Adds the day's accrual to the account's ledger row, opening   *
      * the row on its first accrual.  A restarted stage must not     *
      * accrue the same day twice.                                     *
      *****************************************************************
       2500-Accrue-To-Ledger.
           Move Master-Account-Number to IntAccr-Account-Number
           Read IntAccrualFile
               Invalid Key
                   Move Master-Account-Number
                     to IntAccr-Account-Number
                   Move Master-Account-Type to IntAccr-Account-Type
                   Move Day-Accrual   to IntAccr-Accrued
                   Move Business-Date to IntAccr-Last-Date
                   Move Business-Date to IntAccr-Period-Start
                   Move zero to IntAccr-Last-Paid-Date
                                IntAccr-Last-Paid
                                IntAccr-Last-Relieved
                   Write Interest-Accrual-Record
                   Add Day-Accrual to Day-Accrual-Total
               Not Invalid Key
                   If IntAccr-Last-Date not = Business-Date
                      Add Day-Accrual to IntAccr-Accrued
                      Move Business-Date to IntAccr-Last-Date
                      Move Master-Account-Type
                        to IntAccr-Account-Type
                      Rewrite Interest-Accrual-Record
                      Add Day-Accrual to Day-Accrual-Total
                   End-If
           End-Read.

      *****************************************************************
      * Second pass: the CDs, which are not on the roster and carry   *
      * their own rate on the master -- every open time deposit in    *
      * tonight's snapshot.  The key leads with the date, so one      *
      * Start covers the night.                                        *
      *****************************************************************
       3000-Start-CD-Pass.
           If NoMoreSnapRecords
              Exit Paragraph
           End-If
           Move Business-Date to Snap-Date
           Move zero to Snap-Account-Number
           Start SnapshotFile Key is Not Less Than Snapshot-Key
               Invalid Key
                   Move "Y" to SnapEOF-Switch
           End-Start
           Perform 3050-Read-Snapshot.

       3050-Read-Snapshot.
           If not NoMoreSnapRecords
              Read SnapshotFile Next Record
                  At End
                      Move "Y" to SnapEOF-Switch
              End-Read
              If not NoMoreSnapRecords
                    and Snap-Date not = Business-Date
                 Move "Y" to SnapEOF-Switch
              End-If
           End-If.

       3100-Accrue-One-CD.
           Move Snap-Master-Image to Acct-Master-Record
           If Master-Type-TimeDeposit and Master-Status-Open
                 and Master-Account-Balance > zero
              Compute Day-Accrual =
                  Master-Account-Balance * Master-CD-Rate
                  / Days-In-Month
              If Day-Accrual > zero
                 Perform 2500-Accrue-To-Ledger
                 Add 1 to CDsAccrued
              End-If
           End-If
           Perform 3050-Read-Snapshot.

      *****************************************************************
      * The day's accrual to the GL: debit interest expense, credit   *
      * accrued interest payable.  The payment runs debit the payable *
      * back as they relieve the ledger.                               *
      *****************************************************************
       4000-Post-GL-Entries.
           Compute Day-Accrual-Posted rounded = Day-Accrual-Total
           If Day-Accrual-Posted not > zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If

           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "4100-INTEXP" to GL-Resolve-Default
           Call "GlResolv" using by content "INTACCR " "INTEXP  "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Debit    to true
           Move Day-Accrual-Posted to GL-Amount
           Move "INTACCR "    to GL-Source-Program
           Move "DAILY INTEREST ACCRUAL" to GL-Description
           Write GL-Posting-Record

           Move "2500-ACCRIP" to GL-Resolve-Default
           Call "GlResolv" using by content "INTACCR " "ACCRPAY "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Credit   to true
           Write GL-Posting-Record

           Close GLPostFile.

       9000-Terminate.
           If RosterIsOpen
              Close SavingsRoster
           End-If
           If SnapshotIsOpen
              Close SnapshotFile
           End-If
           If LedgerIsOpen
              Close IntAccrualFile
           End-If
           Display "IntAccr: accounts accrued=" AccountsAccrued
                   " CDs accrued=" CDsAccrued
                   " not on snapshot=" RosterNotOnSnapshot
                   " posted=" Day-Accrual-Posted.

       End program "IntAccr".
