       cbl thread,pgmname(longmixed)
      ******************************************************************
      * BalSweep.cbl                                                   *
      *----------------------------------------------------------------*
      * Nightly excess-balance sweep -- NightlyRun's stage once the   *
      * day's posting, clearing, card settlement and hold expiry are  *
      * on the books, and ahead of the interest stages so the money   *
      * earns in savings from tonight.  Scans ACCTMAST for checking   *
      * accounts with the sweep on (Master-Sweep-Flag, set through    *
      * AcctMnt) and has CheckingAccount's own "sweepExcess" move      *
      * whatever the available balance holds above the account's      *
      * target to its linked savings account, as a linked debit/      *
      * credit pair through the ordinary methods -- journaled, and    *
      * carried to the GL by the daily summarization, like any other  *
      * transfer; marked as sweep legs so SavWdChg never counts them. *
      * Every sweep, and every swept account that could not be swept, *
      * is listed on the SWEEPRPT activity report.                    *
      ******************************************************************
       Identification division.
       Program-id. "BalSweep" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class CheckingAccount is "CheckingAccount".
       Input-Output Section.
       File-Control.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select SweepReport Assign to "SWEEPRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  SweepReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Saved-Scan-Account-Number pic 9(06).
       01  Saved-Linked-Savings   pic 9(06) value zero.
       01  Sweep-Target           pic S9(9) binary value zero.
       01  Available-Before       pic S9(9) binary value zero.
       01  Swept-Amount           pic S9(9) binary value zero.

       01  AccountsSwept          pic 9(7) value zero.
       01  AccountsAtTarget       pic 9(7) value zero.
       01  AccountsNotSwept       pic 9(7) value zero.
       01  TotalSwept             pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "EXCESS-BALANCE SWEEP ACTIVITY REPORT    ".
           05 H1-Date             pic 9(8).
       01  Heading-Line-2.
           05 Filler              pic X(41) value
              "CHECKING  SAVINGS      AVAILABLE         ".
           05 Filler              pic X(31) value
              " TARGET           SWEPT  ACTION".
       01  Detail-Line.
           05 D-Account           pic ZZZZZ9.
           05 Filler              pic X(04) value spaces.
           05 D-Savings           pic ZZZZZ9.
           05 Filler              pic X(01) value spaces.
           05 D-Available         pic -ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(01) value spaces.
           05 D-Target            pic ZZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(01) value spaces.
           05 D-Swept             pic ZZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 D-Action            pic X(24).
       01  Summary-Line.
           05 Filler              pic X(08) value "SWEPT: ".
           05 S-Swept             pic ZZZ,ZZ9.
           05 Filler              pic X(13) value "  AT TARGET: ".
           05 S-At-Target         pic ZZZ,ZZ9.
           05 Filler              pic X(14) value "  NOT SWEPT: ".
           05 S-Not-Swept         pic ZZZ,ZZ9.
           05 Filler              pic X(09) value "  TOTAL: ".
           05 S-Total             pic ZZ,ZZZ,ZZZ,ZZ9.99.

       Local-storage section.
       01  workingAccount usage object reference CheckingAccount.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Scan-Master
               Until NoMoreMasterRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "BalSweep: excess-balance sweep starting"
           Call "GetBusDate" using Business-Date
           Open Output SweepReport
           Move Business-Date to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "BalSweep: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to MasterEOF-Switch
           End-If
           Perform 1100-Read-Master.

       1100-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * The object methods keep their own ACCTMAST connector, so the  *
      * scan's is closed around the Invoke and repositioned by key    *
      * afterward, the MinBalChg convention.  An account already at   *
      * or under its target is counted, not listed.                   *
      *****************************************************************
       2000-Scan-Master.
           If not Master-Type-Checking or not Master-Sweeps-Excess
              Perform 1100-Read-Master
              Exit Paragraph
           End-If
           Move Master-Account-Number to Saved-Scan-Account-Number
           Move Master-Linked-Savings to Saved-Linked-Savings
           Move Master-Sweep-Target   to Sweep-Target
           Compute Available-Before =
               Master-Account-Balance - Master-Hold-Amount
           Move zero to Swept-Amount
           Evaluate True
               When not Master-Status-Open
                   Move "CHECKING NOT OPEN" to D-Action
                   Perform 2200-List-Account
                   Add 1 to AccountsNotSwept
               When Master-Linked-Savings = zero
                   Move "NO LINKED SAVINGS" to D-Action
                   Perform 2200-List-Account
                   Add 1 to AccountsNotSwept
               When Available-Before not > Sweep-Target
                   Add 1 to AccountsAtTarget
               When Other
                   Perform 2100-Sweep-One-Account
           End-Evaluate
           Perform 1100-Read-Master.

       2100-Sweep-One-Account.
           Close AcctMasterFile
           Invoke CheckingAccount "createCheckingAccount"
             using by value Saved-Scan-Account-Number
             returning workingAccount
           If workingAccount not = Null
              Invoke workingAccount "sweepExcess"
                using by value Sweep-Target
                returning Swept-Amount
           End-If
           Perform 2150-Reopen-And-Reposition
           If Swept-Amount > zero
              Move "SWEPT" to D-Action
              Add 1 to AccountsSwept
              Add Swept-Amount to TotalSwept
           Else
              Move "SAVINGS NOT AVAILABLE" to D-Action
              Add 1 to AccountsNotSwept
           End-If
           Perform 2200-List-Account.

      *****************************************************************
      * Reopened, the scan is started just past the account swept, so *
      * the next 1100-Read-Master picks up the account after it.      *
      *****************************************************************
       2150-Reopen-And-Reposition.
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "BalSweep: unable to reopen ACCTMAST after "
                      "sweep, rc=" AcctMasterStatus
              Move "Y" to MasterEOF-Switch
              Exit Paragraph
           End-If
           Move Saved-Scan-Account-Number to Master-Account-Number
           Start AcctMasterFile Key is Greater Than
                 Master-Account-Number
               Invalid Key
                  Move "Y" to MasterEOF-Switch
           End-Start.

       2200-List-Account.
           Move Saved-Scan-Account-Number to D-Account
           Move Saved-Linked-Savings      to D-Savings
           Compute D-Available = Available-Before / 100
           Compute D-Target    = Sweep-Target / 100
           Compute D-Swept     = Swept-Amount / 100
           Move Detail-Line to Report-Line
           Write Report-Line.

       9000-Terminate.
           If AcctMasterOK
              Close AcctMasterFile
           End-If
           Move AccountsSwept    to S-Swept
           Move AccountsAtTarget to S-At-Target
           Move AccountsNotSwept to S-Not-Swept
           Compute S-Total = TotalSwept / 100
           Move spaces to Report-Line
           Write Report-Line
           Move Summary-Line to Report-Line
           Write Report-Line
           Close SweepReport
           Display "BalSweep: swept=" AccountsSwept
                   " at-target=" AccountsAtTarget
                   " not-swept=" AccountsNotSwept
                   " total=" TotalSwept.

       End program "BalSweep".
