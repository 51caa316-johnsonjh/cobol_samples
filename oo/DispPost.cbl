       cbl thread,pgmname(longmixed)
      ******************************************************************
      * DispPost.cbl                                                   *
      *----------------------------------------------------------------*
      * Electronic-transaction dispute stage (NightlyRun stage 32,    *
      * after card settlement and ahead of hold expiry).  One pass    *
      * over the DISPUTE case file that TellDisp keeps.  A case       *
      * opened since the last run is acknowledged.  An open case      *
      * whose provisional-credit deadline has arrived gets its        *
      * provisional credit, posted through the Account object's       *
      * "postDisputeCredit" under its own journal type ("3").  A case *
      * a supervisor has decided is carried to the account: in the    *
      * customer's favor the credit is made final (posted now if it   *
      * never went on), denied it is taken back through               *
      * "reverseDisputeCredit" (type "4").  Every posting, and every  *
      * case the account would not take, goes on the DISPREG          *
      * register.  DISPAGE is the daily aging report: each open case  *
      * with a deadline still to meet inside DISPWARN days (default   *
      * 5), or already past it, one line per deadline.  NotEng tells  *
      * the customer off the dates this stage stamps on the case.     *
      ******************************************************************
       Identification division.
       Program-id. "DispPost" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select DisputeFile Assign to "DISPUTE"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Disp-Case-Number
               File Status is DisputeStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select PostingRegister Assign to "DISPREG"
               Organization is Line Sequential
               File Status is RegisterFileStatus.
           Select AgingReport Assign to "DISPAGE"
               Organization is Line Sequential
               File Status is AgingFileStatus.
       Data Division.
       File Section.
       FD  DisputeFile.
           Copy Dispute.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  PostingRegister.
       01  Register-Line            pic X(100).
       FD  AgingReport.
       01  Aging-Line               pic X(100).

       Working-Storage Section.
       01  DisputeStatus          pic X(02) value spaces.
           88 DisputeOK              value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  RegisterFileStatus     pic X(02) value spaces.
       01  AgingFileStatus        pic X(02) value spaces.

       01  DisputeEOF-Switch      pic X(01) value "N".
           88 NoMoreCases            value "Y".
       01  CaseFileOpen-Switch    pic X(01) value "N".
           88 CaseFileIsOpen         value "Y".
       01  MasterFound-Switch     pic X(01) value "N".
           88 MasterRecordFound      value "Y".
       01  Changed-Switch         pic X(01) value "N".
           88 CaseChanged            value "Y".
       01  Posted-Flag            pic X(01) value "N".
           88 AmountWasPosted        value "Y".

       01  Today                  pic 9(8) value zero.
       01  Today-DayCount         pic S9(9) binary value zero.
       01  Warn-Env-Value         pic X(04) value spaces.
       01  Warn-Days              pic 9(4) value 5.
       01  Days-Left              pic S9(9) binary value zero.
       01  Aging-Deadline-Name    pic X(12) value spaces.
       01  Aging-Due-Date         pic 9(8) value zero.
       01  Refusal-Reason         pic X(24) value spaces.
       01  Register-Action        pic X(20) value spaces.

       01  CasesRead              pic 9(07) value zero.
       01  AckCount               pic 9(07) value zero.
       01  ProvCount              pic 9(07) value zero.
       01  ProvTotal              pic S9(11) binary value zero.
       01  FinalCount             pic 9(07) value zero.
       01  FinalTotal             pic S9(11) binary value zero.
       01  ReversedCount          pic 9(07) value zero.
       01  ReversedTotal          pic S9(11) binary value zero.
       01  DeniedCount            pic 9(07) value zero.
       01  RefusedCount           pic 9(07) value zero.
       01  OpenCount              pic 9(07) value zero.
       01  OpenTotal              pic S9(11) binary value zero.
       01  ApproachingCount       pic 9(07) value zero.
       01  OverdueCount           pic 9(07) value zero.

       01  Reg-Heading-1.
           05 Filler              pic X(30) value
              "DISPUTE POSTING REGISTER      ".
           05 H1-Date             pic 9999/99/99.
       01  Reg-Heading-2.
           05 Filler              pic X(46) value
              "  CASE ACCOUNT K       AMOUNT  ACTION         ".
           05 Filler              pic X(30) value
              "      REFUSED BECAUSE         ".
       01  Reg-Detail-Line.
           05 R-Case              pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 R-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 R-Kind              pic X(01).
           05 Filler              pic X(01) value spaces.
           05 R-Amount            pic $$$,$$$,$$9.
           05 Filler              pic X(02) value spaces.
           05 R-Action            pic X(20).
           05 Filler              pic X(02) value spaces.
           05 R-Reason            pic X(24).
       01  Reg-Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 RS-Label            pic X(30).
           05 RS-Count            pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 RS-Amount           pic $$$$,$$$,$$9.

       01  Age-Heading-1.
           05 Filler              pic X(30) value
              "DISPUTE CASE AGING            ".
           05 A1-Date             pic 9999/99/99.
           05 Filler              pic X(14) value "  WARN DAYS:  ".
           05 A1-Warn             pic ZZZ9.
       01  Age-Heading-2.
           05 Filler              pic X(46) value
              "  CASE ACCOUNT K       AMOUNT    OPENED  DEADL".
           05 Filler              pic X(34) value
              "INE          DUE  DAYS LEFT       ".
       01  Age-Detail-Line.
           05 G-Case              pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 G-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 G-Kind              pic X(01).
           05 Filler              pic X(01) value spaces.
           05 G-Amount            pic $$$,$$$,$$9.
           05 Filler              pic X(01) value spaces.
           05 G-Opened            pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 G-Deadline          pic X(12).
           05 Filler              pic X(01) value spaces.
           05 G-Due               pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 G-Days-Left         pic ----9.
           05 Filler              pic X(02) value spaces.
           05 G-Flag              pic X(07).
       01  Age-Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 AS-Label            pic X(30).
           05 AS-Count            pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 AS-Amount           pic $$$$,$$$,$$9.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Work-One-Case
               Until NoMoreCases
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "DispPost: dispute case stage starting"
           Call "GetBusDate" using Today
           Compute Today-DayCount = Function Integer-Of-Date(Today)
           Move "DispPost" to Parm-Req-Program
           Move Warn-Days to Warn-Env-Value
           Move "DISPWARN" to Parm-Req-Name
           Move Warn-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Warn-Env-Value
           If Warn-Env-Value is numeric
                 and Warn-Env-Value not = "0000"
              Move Warn-Env-Value to Warn-Days
           End-If

           Open Output PostingRegister
           Move Today to H1-Date
           Move Reg-Heading-1 to Register-Line
           Write Register-Line
           Move Reg-Heading-2 to Register-Line
           Write Register-Line
           Open Output AgingReport
           Move Today to A1-Date
           Move Warn-Days to A1-Warn
           Move Age-Heading-1 to Aging-Line
           Write Aging-Line
           Move Age-Heading-2 to Aging-Line
           Write Aging-Line

           Open I-O DisputeFile
           If not DisputeOK
              Display "DispPost: no DISPUTE case file to work, rc="
                      DisputeStatus
              Move "Y" to DisputeEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to CaseFileOpen-Switch
           Perform 1100-Read-Case.

       1100-Read-Case.
           If not NoMoreCases
              Read DisputeFile Next Record
                  At End
                      Move "Y" to DisputeEOF-Switch
                  Not At End
                      Add 1 to CasesRead
              End-Read
           End-If.

      *****************************************************************
      * One case: acknowledge it if it is new, post the provisional   *
      * credit if it has fallen due, carry a decision to the account, *
      * then age whatever is still open.  The case is rewritten only  *
      * when something on it changed.                                 *
      *****************************************************************
       2000-Work-One-Case.
           Move "N" to Changed-Switch
           If Disp-Ack-Date = zero
              Move Today to Disp-Ack-Date
              Move "Y" to Changed-Switch
              Add 1 to AckCount
           End-If
           If Disp-Open and Disp-Prov-None
                 and Disp-Prov-Due <= Today
              Perform 2100-Post-Provisional-Credit
           End-If
           If not Disp-Open and Disp-Applied-Date = zero
              Perform 2200-Apply-Decision
           End-If
           If CaseChanged
              Rewrite Dispute-Record
           End-If
           If Disp-Open
              Perform 3000-Age-One-Case
           End-If
           Perform 1100-Read-Case.

       2100-Post-Provisional-Credit.
           Perform 2500-Open-Case-Account
           If Refusal-Reason not = spaces
              Move "PROVISIONAL CREDIT" to Register-Action
              Perform 2900-Register-Refusal
              Exit Paragraph
           End-If
           Invoke workingAccount "postDisputeCredit"
             using by value Disp-Amount
             returning Posted-Flag
           If not AmountWasPosted
              Move "ACCOUNT REFUSED CREDIT" to Refusal-Reason
              Move "PROVISIONAL CREDIT" to Register-Action
              Perform 2900-Register-Refusal
              Exit Paragraph
           End-If
           Set Disp-Prov-Posted to true
           Move Today to Disp-Prov-Date
           Move "Y" to Changed-Switch
           Add 1 to ProvCount
           Add Disp-Amount to ProvTotal
           Move "PROVISIONAL CREDIT" to Register-Action
           Perform 2800-Register-Posting.

      *****************************************************************
      * A decided case.  In the customer's favor a provisional credit *
      * already on the account simply becomes final; one never posted *
      * (decided before it fell due) is posted now.  Denied, a        *
      * provisional credit is reversed; with none posted there is     *
      * nothing to move.  Applied-Date is stamped only once the       *
      * account has taken it, so a refusal is tried again the next    *
      * night.                                                        *
      *****************************************************************
       2200-Apply-Decision.
           Move spaces to Refusal-Reason
           Evaluate True
               When Disp-Favor and Disp-Prov-Posted
                   Set Disp-Prov-Final to true
                   Move "CREDIT MADE FINAL" to Register-Action
               When Disp-Favor and Disp-Prov-None
                   Perform 2300-Post-Final-Credit
               When Disp-Denied and Disp-Prov-Posted
                   Perform 2400-Reverse-Credit
               When Disp-Denied
                   Add 1 to DeniedCount
                   Move "DENIED, NO CREDIT" to Register-Action
               When Other
                   Move "ALREADY APPLIED" to Register-Action
           End-Evaluate
           If Refusal-Reason not = spaces
              Exit Paragraph
           End-If
           If Disp-Prov-Final
              Add 1 to FinalCount
              Add Disp-Amount to FinalTotal
           End-If
           Move Today to Disp-Applied-Date
           Move "Y" to Changed-Switch
           Perform 2800-Register-Posting.

       2300-Post-Final-Credit.
           Move "FINAL CREDIT" to Register-Action
           Perform 2500-Open-Case-Account
           If Refusal-Reason not = spaces
              Perform 2900-Register-Refusal
              Exit Paragraph
           End-If
           Invoke workingAccount "postDisputeCredit"
             using by value Disp-Amount
             returning Posted-Flag
           If not AmountWasPosted
              Move "ACCOUNT REFUSED CREDIT" to Refusal-Reason
              Perform 2900-Register-Refusal
              Exit Paragraph
           End-If
           Set Disp-Prov-Final to true
           Move Today to Disp-Prov-Date.

       2400-Reverse-Credit.
           Move "CREDIT REVERSED" to Register-Action
           Perform 2500-Open-Case-Account
           If Refusal-Reason not = spaces
              Perform 2900-Register-Refusal
              Exit Paragraph
           End-If
           Invoke workingAccount "reverseDisputeCredit"
             using by value Disp-Amount
             returning Posted-Flag
           If not AmountWasPosted
              Move "ACCOUNT REFUSED REVERSAL" to Refusal-Reason
              Perform 2900-Register-Refusal
              Exit Paragraph
           End-If
           Set Disp-Prov-Reversed to true
           Move Today to Disp-Prov-Date
           Add 1 to ReversedCount
           Add Disp-Amount to ReversedTotal.

      *****************************************************************
      * The account has to be on file before anything is posted to    *
      * it.  Read on this program's own connector, the CardSetl       *
      * convention, since "createAccount" would create a missing      *
      * account.  Leaves Refusal-Reason at spaces and workingAccount  *
      * set when the case may post.                                   *
      *****************************************************************
       2500-Open-Case-Account.
           Move spaces to Refusal-Reason
           Move "N" to MasterFound-Switch
           Open Input AcctMasterFile
           If AcctMasterOK
              Move Disp-Account-Number to Master-Account-Number
              Read AcctMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Set MasterRecordFound to true
              End-Read
              Close AcctMasterFile
           End-If
           If not MasterRecordFound
              Move "NO ACCOUNT ON FILE" to Refusal-Reason
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
             using by value Disp-Account-Number
             returning workingAccount
           If workingAccount = Null
              Move "NO ACCOUNT ON FILE" to Refusal-Reason
           End-If.

       2800-Register-Posting.
           Move Disp-Case-Number    to R-Case
           Move Disp-Account-Number to R-Account
           Move Disp-Kind           to R-Kind
           Move Disp-Amount         to R-Amount
           Move Register-Action     to R-Action
           Move spaces              to R-Reason
           Move Reg-Detail-Line to Register-Line
           Write Register-Line.

       2900-Register-Refusal.
           Add 1 to RefusedCount
           Move Disp-Case-Number    to R-Case
           Move Disp-Account-Number to R-Account
           Move Disp-Kind           to R-Kind
           Move Disp-Amount         to R-Amount
           Move Register-Action     to R-Action
           Move Refusal-Reason      to R-Reason
           Move Reg-Detail-Line to Register-Line
           Write Register-Line.

      *****************************************************************
      * Aging: an open case is listed against each deadline it still  *
      * has to meet -- the provisional credit until it is on the      *
      * account, and the resolution -- when that deadline is inside   *
      * Warn-Days or already past.  Days left are calendar days.      *
      *****************************************************************
       3000-Age-One-Case.
           Add 1 to OpenCount
           Add Disp-Amount to OpenTotal
           If Disp-Prov-None
              Move "PROV CREDIT" to Aging-Deadline-Name
              Move Disp-Prov-Due to Aging-Due-Date
              Perform 3100-Age-One-Deadline
           End-If
           Move "RESOLUTION" to Aging-Deadline-Name
           Move Disp-Resolve-Due to Aging-Due-Date
           Perform 3100-Age-One-Deadline.

       3100-Age-One-Deadline.
           Compute Days-Left =
               Function Integer-Of-Date(Aging-Due-Date)
               - Today-DayCount
           If Days-Left > Warn-Days
              Exit Paragraph
           End-If
           Move Disp-Case-Number    to G-Case
           Move Disp-Account-Number to G-Account
           Move Disp-Kind           to G-Kind
           Move Disp-Amount         to G-Amount
           Move Disp-Intake-Date    to G-Opened
           Move Aging-Deadline-Name to G-Deadline
           Move Aging-Due-Date      to G-Due
           Move Days-Left           to G-Days-Left
           If Days-Left < zero
              Move "OVERDUE" to G-Flag
              Add 1 to OverdueCount
           Else
              Move spaces to G-Flag
              Add 1 to ApproachingCount
           End-If
           Move Age-Detail-Line to Aging-Line
           Write Aging-Line.

       9000-Terminate.
           Move "CASES ACKNOWLEDGED:" to RS-Label
           Move AckCount to RS-Count
           Move zero to RS-Amount
           Move Reg-Summary-Line to Register-Line
           Write Register-Line
           Move "PROVISIONAL CREDITS POSTED:" to RS-Label
           Move ProvCount to RS-Count
           Move ProvTotal to RS-Amount
           Move Reg-Summary-Line to Register-Line
           Write Register-Line
           Move "CREDITS MADE FINAL:" to RS-Label
           Move FinalCount to RS-Count
           Move FinalTotal to RS-Amount
           Move Reg-Summary-Line to Register-Line
           Write Register-Line
           Move "CREDITS REVERSED:" to RS-Label
           Move ReversedCount to RS-Count
           Move ReversedTotal to RS-Amount
           Move Reg-Summary-Line to Register-Line
           Write Register-Line
           Move "DENIED WITH NO CREDIT:" to RS-Label
           Move DeniedCount to RS-Count
           Move zero to RS-Amount
           Move Reg-Summary-Line to Register-Line
           Write Register-Line
           Move "REFUSED BY THE ACCOUNT:" to RS-Label
           Move RefusedCount to RS-Count
           Move zero to RS-Amount
           Move Reg-Summary-Line to Register-Line
           Write Register-Line

           Move "OPEN CASES:" to AS-Label
           Move OpenCount to AS-Count
           Move OpenTotal to AS-Amount
           Move Age-Summary-Line to Aging-Line
           Write Aging-Line
           Move "DEADLINES APPROACHING:" to AS-Label
           Move ApproachingCount to AS-Count
           Move zero to AS-Amount
           Move Age-Summary-Line to Aging-Line
           Write Aging-Line
           Move "DEADLINES OVERDUE:" to AS-Label
           Move OverdueCount to AS-Count
           Move zero to AS-Amount
           Move Age-Summary-Line to Aging-Line
           Write Aging-Line

           Close PostingRegister
           Close AgingReport
           If CaseFileIsOpen
              Close DisputeFile
           End-If
           Display "DispPost: cases=" CasesRead
                   " acknowledged=" AckCount
                   " provisional=" ProvCount
                   " final=" FinalCount
                   " reversed=" ReversedCount
                   " refused=" RefusedCount
                   " overdue=" OverdueCount.

       End program "DispPost".
