       cbl thread,pgmname(longmixed)
      ******************************************************************
      * NewAcctMon.cbl                                                 *
      *----------------------------------------------------------------*
      * New-account fraud monitoring.  Most deposit fraud happens in  *
      * young accounts: a large deposit lands and is drained by       *
      * transfers, standing orders or ACH before the item comes back. *
      * Every open account whose Master-Open-Date is younger than the *
      * age limit is scored on the activity that matters -- its       *
      * largest deposit against its opening deposit, how much of that *
      * deposit went back out within days of landing (debits, checks, *
      * official checks), an owner's mailing address changed since    *
      * the account opened (CUSTEXT, stamped by AddrChg), and its     *
      * returned items (deposits charged back on CHGBKREG, its own    *
      * checks returned unpaid on the journal).  Point the JRNLFILE   *
      * DD at the rolled generations covering the age limit plus the  *
      * active file, the StrucDet convention.  An account scoring at  *
      * or over the threshold goes on the NEWACRPT worklist with what *
      * it scored on; with NEWHOLD=Y it also gets an automatic FRAD   *
      * fraud hold for its available balance through the HOLDFILE     *
      * ledger -- once; a later night finds the hold already there    *
      * and leaves it to the fraud team to release.  Tunables         *
      * (SYSPARM, with defaults): NEWACCTAGE age limit in days        *
      * (90) NEWDEPX largest deposit as a multiple of the opening     *
      * deposit (5) NEWOUTDAYS days after that deposit watched for    *
      * outbound movement (5) NEWOUTPCT percent of it gone back out   *
      * (75) NEWSCORE worklist threshold (50) NEWHOLD "Y" places the  *
      * automatic fraud hold (N) Points: deposit size 30, rapid       *
      * outbound 35, address change 15, 20 for each returned item up  *
      * to 40.                                                        *
      ******************************************************************
       Identification division.
       Program-id. "NewAcctMon" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select ChargeBackRegister Assign to "CHGBKREG"
               Organization is Sequential
               File Status is ChgBkRegStatus.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
           Select HoldLedgerFile Assign to "HOLDFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hold-Key
               File Status is HoldLedgerStatus.
           Select WorklistReport Assign to "NEWACRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  JournalFile.
           Copy Journal.
       FD  ChargeBackRegister.
           Copy ChgBkReg.
       FD  CustExtFile.
           Copy CustExt.
       FD  HoldLedgerFile.
           Copy HoldRec.
       FD  WorklistReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  ChgBkRegStatus         pic X(02) value spaces.
           88 ChgBkRegOK             value "00".
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  HoldLedgerStatus       pic X(02) value spaces.
           88 HoldLedgerOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  ChgBkEOF-Switch        pic X(01) value "N".
           88 NoMoreChargeBacks      value "Y".
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreAccountHolds     value "Y".
       01  AcctFound-Switch       pic X(01) value "N".
           88 AccountInTable         value "Y".
       01  PriorHold-Switch       pic X(01) value "N".
           88 FraudHoldAlreadyOn     value "Y".

       01  Today                  pic 9(8).
       01  Today-Integer          pic 9(7) value zero.
       01  Age-Env-Value          pic X(03) value spaces.
       01  Age-Limit-Days         pic 9(3) value 90.
       01  DepX-Env-Value         pic X(03) value spaces.
       01  Deposit-Multiple       pic 9(3) value 5.
       01  OutDays-Env-Value      pic X(02) value spaces.
       01  Outbound-Days          pic 9(2) value 5.
       01  OutPct-Env-Value       pic X(03) value spaces.
       01  Outbound-Percent       pic 9(3) value 75.
       01  Score-Env-Value        pic X(03) value spaces.
       01  Score-Threshold        pic 9(3) value 50.
       01  Hold-Env-Value         pic X(01) value spaces.
           88 AutoHoldRequested      value "Y".

       01  Points-Deposit-Size    pic 9(3) value 30.
       01  Points-Outbound        pic 9(3) value 35.
       01  Points-Address         pic 9(3) value 15.
       01  Points-Per-Return      pic 9(3) value 20.
       01  Points-Return-Cap      pic 9(3) value 40.

      *****************************************************************
      * The young accounts, built in ascending order as ACCTMAST is   *
      * read (its own key order), so the journal and charge-back      *
      * passes can locate them with SEARCH ALL.                        *
      *****************************************************************
       01  YoungCount             pic 9(5) value zero.
       01  Young-Account-Table.
           05 Young-Account occurs 0 to 20000 times
                 depending on YoungCount
                 ascending key is YA-Account
                 indexed by YA-Idx.
              10 YA-Account          pic 9(6).
              10 YA-Open-Date        pic 9(8).
              10 YA-Opening-Deposit  pic S9(9) binary.
              10 YA-Owner-Cust       occurs 4 times pic 9(6).
              10 YA-Total-Credits    pic S9(11) binary.
              10 YA-Total-Outbound   pic S9(11) binary.
              10 YA-Largest-Credit   pic S9(9) binary.
              10 YA-Largest-Integer  pic 9(7).
              10 YA-Outbound-After   pic S9(11) binary.
              10 YA-Returned-Items   pic 9(3).
              10 YA-Address-Chg-Date pic 9(8).

       01  Current-Index          pic 9(5) value zero.
       01  Acct-Search            pic 9(5) value zero.
       01  Owner-Index            pic 9(1) value zero.
       01  Search-Account         pic 9(6) value zero.
       01  Account-Age            pic S9(7) value zero.
       01  Entry-Integer          pic 9(7) value zero.
       01  Account-Score          pic 9(3) value zero.
       01  Return-Points          pic 9(5) value zero.
       01  Flagged-Deposit        pic X(01) value "N".
       01  Flagged-Outbound       pic X(01) value "N".
       01  Flagged-Address        pic X(01) value "N".
       01  Hold-Account-Binary    pic S9(6) binary value zero.
       01  Hold-Amount-Work       pic S9(9) binary value zero.
       01  Hold-No-Expiry         pic 9(8) value zero.

       01  AccountsWatched        pic 9(7) value zero.
       01  AccountsFlagged        pic 9(7) value zero.
       01  HoldsPlaced            pic 9(7) value zero.
       01  HoldsAlreadyOn         pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(42) value
              "NEW-ACCOUNT FRAUD MONITOR WORKLIST        ".
           05 H1-Date             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(22) value
              "ACCOUNTS YOUNGER THAN ".
           05 H2-Age              pic ZZ9.
           05 Filler              pic X(18) value
              " DAYS  THRESHOLD: ".
           05 H2-Threshold        pic ZZ9.
           05 Filler              pic X(14) value
              "  AUTO HOLD: ".
           05 H2-Hold             pic X(01).
       01  Account-Flag-Line.
           05 Filler              pic X(08) value "ACCOUNT ".
           05 AF-Account          pic 9(6).
           05 Filler              pic X(09) value "  OPENED ".
           05 AF-Open-Date        pic 9999/99/99.
           05 Filler              pic X(09) value "  SCORE: ".
           05 AF-Score            pic ZZ9.
           05 Filler              pic X(11) value "  OPENING: ".
           05 AF-Opening          pic $$$,$$$,$$9.
           05 Filler              pic X(11) value "  BALANCE: ".
           05 AF-Balance          pic $$$,$$$,$$9-.
       01  Reason-Line.
           05 Filler              pic X(06) value spaces.
           05 RL-Reason           pic X(36).
           05 RL-Amount           pic $$$,$$$,$$9.
           05 Filler              pic X(02) value spaces.
           05 RL-Detail           pic X(30).
       01  Summary-Line.
           05 Filler              pic X(09) value "WATCHED: ".
           05 S-Watched           pic ZZZ,ZZ9.
           05 Filler              pic X(12) value "   FLAGGED: ".
           05 S-Flagged           pic ZZZ,ZZ9.
           05 Filler              pic X(17) value "   HOLDS PLACED: ".
           05 S-Holds             pic ZZZ,ZZ9.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Load-Young-Accounts
           If YoungCount > zero
              Perform 3000-Scan-Journal
              Perform 4000-Scan-Charge-Backs
              Perform 5000-Check-Address-Changes
              Perform 6000-Score-One-Account
                  Varying Acct-Search from 1 by 1
                  Until Acct-Search > YoungCount
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "NewAcctMon: new-account fraud monitor starting"
           Call "GetBusDate" using Today
           Compute Today-Integer = Function Integer-Of-Date(Today)
           Move "NewAcctMon" to Parm-Req-Program
           Move Age-Limit-Days to Age-Env-Value
           Move "NEWACCTAGE" to Parm-Req-Name
           Move Age-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Age-Env-Value
           If Age-Env-Value is numeric and Age-Env-Value not = "000"
              Move Age-Env-Value to Age-Limit-Days
           End-If
           Move Deposit-Multiple to DepX-Env-Value
           Move "NEWDEPX" to Parm-Req-Name
           Move DepX-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to DepX-Env-Value
           If DepX-Env-Value is numeric and DepX-Env-Value not = "000"
              Move DepX-Env-Value to Deposit-Multiple
           End-If
           Move Outbound-Days to OutDays-Env-Value
           Move "NEWOUTDAYS" to Parm-Req-Name
           Move OutDays-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to OutDays-Env-Value
           If OutDays-Env-Value is numeric
              Move OutDays-Env-Value to Outbound-Days
           End-If
           Move Outbound-Percent to OutPct-Env-Value
           Move "NEWOUTPCT" to Parm-Req-Name
           Move OutPct-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to OutPct-Env-Value
           If OutPct-Env-Value is numeric
                 and OutPct-Env-Value not = "000"
              Move OutPct-Env-Value to Outbound-Percent
           End-If
           Move Score-Threshold to Score-Env-Value
           Move "NEWSCORE" to Parm-Req-Name
           Move Score-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Score-Env-Value
           If Score-Env-Value is numeric
                 and Score-Env-Value not = "000"
              Move Score-Env-Value to Score-Threshold
           End-If
           Move spaces to Hold-Env-Value
           Move "NEWHOLD" to Parm-Req-Name
           Move Hold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Hold-Env-Value

           Open Output WorklistReport
           Move Today to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Age-Limit-Days  to H2-Age
           Move Score-Threshold to H2-Threshold
           If AutoHoldRequested
              Move "Y" to H2-Hold
           Else
              Move "N" to H2-Hold
           End-If
           Move Heading-Line-2 to Report-Line
           Write Report-Line.

      *****************************************************************
      * Every open account with a stamped open date inside the age   *
      * limit.  Records that predate the open date carry spaces there *
      * and are not young by definition.                               *
      *****************************************************************
       2000-Load-Young-Accounts.
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "NewAcctMon: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Master
           Perform 2200-Consider-One-Account
               Until NoMoreMasterRecords
           Close AcctMasterFile.

       2100-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

       2200-Consider-One-Account.
           If Master-Status-Open and Master-Open-Date is numeric
                 and Master-Open-Date not = zero
                 and Master-Open-Date <= Today
              Compute Account-Age = Today-Integer
                  - Function Integer-Of-Date(Master-Open-Date)
              If Account-Age < Age-Limit-Days
                 Perform 2300-Add-Young-Account
              End-If
           End-If
           Perform 2100-Read-Master.

       2300-Add-Young-Account.
           If YoungCount >= 20000
              Display "NewAcctMon: young-account table full at "
                      Master-Account-Number
              Move "Y" to MasterEOF-Switch
              Exit Paragraph
           End-If
           Add 1 to YoungCount
           Initialize Young-Account(YoungCount)
           Move Master-Account-Number to YA-Account(YoungCount)
           Move Master-Open-Date      to YA-Open-Date(YoungCount)
           Move Master-Opening-Deposit
             to YA-Opening-Deposit(YoungCount)
           Perform 2310-Copy-One-Owner
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4
           Add 1 to AccountsWatched.

       2310-Copy-One-Owner.
           Move Master-Owner-Cust-Id(Owner-Index)
             to YA-Owner-Cust(YoungCount, Owner-Index).

      *****************************************************************
      * The journal pass, in posting order: the largest deposit since *
      * the account opened, what went back out within the watch days  *
      * of it landing (a larger deposit starts the watch again), and   *
      * the account's own checks returned unpaid.                      *
      *****************************************************************
       3000-Scan-Journal.
           Open Input JournalFile
           If not JournalOK
              Display "NewAcctMon: unable to open JRNLFILE, rc="
                      JournalFileStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Journal
           Perform 3200-Apply-One-Entry
               Until NoMoreJournalRecords
           Close JournalFile.

       3100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       3200-Apply-One-Entry.
           If Journal-Credit or Journal-Debit or Journal-Check
                 or Journal-Official-Check or Journal-NSF
              Move Journal-Account-Number to Search-Account
              Perform 7000-Find-Account
              If AccountInTable
                 If Journal-Date >= YA-Open-Date(Current-Index)
                       and Journal-Date <= Today
                    Perform 3300-Apply-To-Account
                 End-If
              End-If
           End-If
           Perform 3100-Read-Journal.

       3300-Apply-To-Account.
           Compute Entry-Integer =
               Function Integer-Of-Date(Journal-Date)
           Evaluate True
               When Journal-Credit
                   Add Journal-Amount to YA-Total-Credits(Current-Index)
                   If Journal-Amount > YA-Largest-Credit(Current-Index)
                      Move Journal-Amount
                        to YA-Largest-Credit(Current-Index)
                      Move Entry-Integer
                        to YA-Largest-Integer(Current-Index)
                      Move zero to YA-Outbound-After(Current-Index)
                   End-If
               When Journal-NSF
                   Add 1 to YA-Returned-Items(Current-Index)
               When Other
                   Add Journal-Amount
                     to YA-Total-Outbound(Current-Index)
                   If YA-Largest-Credit(Current-Index) > zero
                         and Entry-Integer
                               - YA-Largest-Integer(Current-Index)
                               <= Outbound-Days
                      Add Journal-Amount
                        to YA-Outbound-After(Current-Index)
                   End-If
           End-Evaluate.

      *  a deposit another bank sent back unpaid
       4000-Scan-Charge-Backs.
           Open Input ChargeBackRegister
           If not ChgBkRegOK
              Exit Paragraph
           End-If
           Perform 4100-Read-Charge-Back
           Perform 4200-Apply-One-Charge-Back
               Until NoMoreChargeBacks
           Close ChargeBackRegister.

       4100-Read-Charge-Back.
           If not NoMoreChargeBacks
              Read ChargeBackRegister
                  At End
                      Move "Y" to ChgBkEOF-Switch
              End-Read
           End-If.

       4200-Apply-One-Charge-Back.
           Move ChgBk-Payee-Account to Search-Account
           Perform 7000-Find-Account
           If AccountInTable
              If ChgBk-Date >= YA-Open-Date(Current-Index)
                 Add 1 to YA-Returned-Items(Current-Index)
              End-If
           End-If
           Perform 4100-Read-Charge-Back.

      *  the latest address change among the owners since opening
       5000-Check-Address-Changes.
           Open Input CustExtFile
           If not CustExtOK
              Exit Paragraph
           End-If
           Perform 5100-Check-One-Account
               Varying Acct-Search from 1 by 1
               Until Acct-Search > YoungCount
           Close CustExtFile.

       5100-Check-One-Account.
           Perform 5200-Check-One-Owner
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4.

       5200-Check-One-Owner.
           If YA-Owner-Cust(Acct-Search, Owner-Index) = zero
              Exit Paragraph
           End-If
           Move YA-Owner-Cust(Acct-Search, Owner-Index)
             to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Exit Paragraph
           End-Read
           If CustExt-Address-Chg-Date is numeric
                 and CustExt-Address-Chg-Date
                       >= YA-Open-Date(Acct-Search)
                 and CustExt-Address-Chg-Date
                       > YA-Address-Chg-Date(Acct-Search)
              Move CustExt-Address-Chg-Date
                to YA-Address-Chg-Date(Acct-Search)
           End-If.

      *****************************************************************
      * Scores one young account; at or over the threshold it goes on *
      * the worklist with a line for each thing it scored on, and     *
      * gets the automatic hold when that is switched on.              *
      *****************************************************************
       6000-Score-One-Account.
           Move zero to Account-Score
           Move "N" to Flagged-Deposit Flagged-Outbound
                       Flagged-Address
           If YA-Largest-Credit(Acct-Search) > zero
                 and YA-Largest-Credit(Acct-Search) >=
                     YA-Opening-Deposit(Acct-Search) * Deposit-Multiple
              Move "Y" to Flagged-Deposit
              Add Points-Deposit-Size to Account-Score
           End-If
           If YA-Largest-Credit(Acct-Search) > zero
                 and YA-Outbound-After(Acct-Search) * 100 >=
                     YA-Largest-Credit(Acct-Search) * Outbound-Percent
              Move "Y" to Flagged-Outbound
              Add Points-Outbound to Account-Score
           End-If
           If YA-Address-Chg-Date(Acct-Search) not = zero
              Move "Y" to Flagged-Address
              Add Points-Address to Account-Score
           End-If
           Compute Return-Points =
               YA-Returned-Items(Acct-Search) * Points-Per-Return
           If Return-Points > Points-Return-Cap
              Move Points-Return-Cap to Return-Points
           End-If
           Add Return-Points to Account-Score

           If Account-Score < Score-Threshold
              Exit Paragraph
           End-If
           Add 1 to AccountsFlagged
           Perform 6100-Print-Flagged-Account
           If AutoHoldRequested
              Perform 6500-Place-Fraud-Hold
           End-If.

       6100-Print-Flagged-Account.
           Move YA-Account(Acct-Search)         to AF-Account
           Move YA-Open-Date(Acct-Search)       to AF-Open-Date
           Move Account-Score                   to AF-Score
           Move YA-Opening-Deposit(Acct-Search) to AF-Opening
           Compute AF-Balance = YA-Total-Credits(Acct-Search)
                              - YA-Total-Outbound(Acct-Search)
           Move Account-Flag-Line to Report-Line
           Write Report-Line
           If Flagged-Deposit = "Y"
              Move spaces to Reason-Line
              Move "LARGE DEPOSIT AGAINST OPENING" to RL-Reason
              Move YA-Largest-Credit(Acct-Search) to RL-Amount
              Move Reason-Line to Report-Line
              Write Report-Line
           End-If
           If Flagged-Outbound = "Y"
              Move spaces to Reason-Line
              Move "RAPID OUTBOUND AFTER THE DEPOSIT" to RL-Reason
              Move YA-Outbound-After(Acct-Search) to RL-Amount
              Move Reason-Line to Report-Line
              Write Report-Line
           End-If
           If Flagged-Address = "Y"
              Move spaces to Reason-Line
              Move "ADDRESS CHANGED SINCE OPENING" to RL-Reason
              Move zero to RL-Amount
              Move "CHANGED" to RL-Detail
              Move YA-Address-Chg-Date(Acct-Search) to RL-Detail(9:8)
              Move Reason-Line to Report-Line
              Write Report-Line
           End-If
           If YA-Returned-Items(Acct-Search) > zero
              Move spaces to Reason-Line
              Move "RETURNED ITEMS" to RL-Reason
              Move zero to RL-Amount
              Move YA-Returned-Items(Acct-Search) to RL-Detail(1:3)
              Move "ITEMS" to RL-Detail(5:5)
              Move Reason-Line to Report-Line
              Write Report-Line
           End-If.

      *****************************************************************
      * The automatic fraud hold: the available balance, no expiry,   *
      * through the Account object so the HOLDFILE ledger and         *
      * Master-Hold-Amount move together.  An account already         *
      * carrying an active hold from this monitor is left alone.      *
      *****************************************************************
       6500-Place-Fraud-Hold.
           Move "N" to PriorHold-Switch
           Open Input HoldLedgerFile
           If HoldLedgerOK
              Move "N" to HoldEOF-Switch
              Move YA-Account(Acct-Search) to Hold-Account-Number
              Move zero to Hold-Seq
              Start HoldLedgerFile
                  Key is Not Less Than Hold-Key
                  Invalid Key
                      Move "Y" to HoldEOF-Switch
              End-Start
              Perform 6510-Check-One-Hold
                  Until NoMoreAccountHolds or FraudHoldAlreadyOn
              Close HoldLedgerFile
           End-If
           If FraudHoldAlreadyOn
              Add 1 to HoldsAlreadyOn
              Move spaces to Reason-Line
              Move "FRAUD HOLD ALREADY IN PLACE" to RL-Reason
              Move zero to RL-Amount
              Move Reason-Line to Report-Line
              Write Report-Line
              Exit Paragraph
           End-If

           Move YA-Account(Acct-Search) to Hold-Account-Binary
           Invoke Account "createAccount"
             using by value Hold-Account-Binary
             returning workingAccount
           If workingAccount = Null
              Exit Paragraph
           End-If
           Invoke workingAccount "getAvailableBalance"
             returning Hold-Amount-Work
           If Hold-Amount-Work not > zero
              Exit Paragraph
           End-If
           Invoke workingAccount "setHoldDetail"
             using by value "FRAD" "NEWACMON" Hold-No-Expiry
           Invoke workingAccount "placeHold"
             using by value Hold-Amount-Work
           Add 1 to HoldsPlaced
           Move spaces to Reason-Line
           Move "AUTOMATIC FRAUD HOLD PLACED" to RL-Reason
           Move Hold-Amount-Work to RL-Amount
           Move Reason-Line to Report-Line
           Write Report-Line.

       6510-Check-One-Hold.
           Read HoldLedgerFile Next Record
               At End
                   Move "Y" to HoldEOF-Switch
                   Exit Paragraph
           End-Read
           If Hold-Account-Number not = YA-Account(Acct-Search)
              Move "Y" to HoldEOF-Switch
              Exit Paragraph
           End-If
           If Hold-Is-Active and Hold-Reason-Code = "FRAD"
                 and Hold-Source = "NEWACMON"
              Move "Y" to PriorHold-Switch
           End-If.

       7000-Find-Account.
           Move "N" to AcctFound-Switch
           Move zero to Current-Index
           Set YA-Idx to 1
           Search All Young-Account
               At End
                   Continue
               When YA-Account(YA-Idx) = Search-Account
                   Set Current-Index to YA-Idx
                   Move "Y" to AcctFound-Switch
           End-Search.

       9000-Terminate.
           Move AccountsWatched to S-Watched
           Move AccountsFlagged to S-Flagged
           Move HoldsPlaced     to S-Holds
           Move Summary-Line to Report-Line
           Write Report-Line
           Close WorklistReport
           Display "NewAcctMon: watched=" AccountsWatched
                   " flagged=" AccountsFlagged
                   " holds placed=" HoldsPlaced
                   " already held=" HoldsAlreadyOn.

       End program "NewAcctMon".
