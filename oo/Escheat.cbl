      * the account is closed.  Accounts inside the due-diligence     *
      * window (the 60 days before the statutory period) go on the    *
      * ESCHNOTE notification report one cycle earlier so the owner   *
      * can be contacted first -- an owner whose mail is already      *
      * coming back (MailChk) is marked MAIL RETURNED there, and the  *
      * notice is logged for the branch hold-mail report instead of   *
      * going out.  The state-formatted unclaimed-property report     *
      * ESCHRPT lists every escheated account with its owners, last   *
      * activity and amount.  Official checks on the OFFCHK register  *
      * are property too: one still outstanding past OFCESCDAYS days  *
      * from issue (default 1095) is marked escheated, listed on      *
      * ESCHRPT under its payee and remitter and moved from the       *
      * official-check liability to the escheat liability on GLPOST;  *
      * one inside 60 days of that goes on ESCHNOTE first.             *
      ******************************************************************
       Identification division.
       Program-id. "Escheat" recursive.
           Select NoticeReport Assign to "ESCHNOTE"
               Organization is Line Sequential
               File Status is NoteReportStatus.
           Select OfficialCheckFile Assign to "OFFCHK"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Offchk-Check-Number
               File Status is OffChkStatus.
       Data Division.
       File Section.
       FD  AcctMasterFile.
       01  Report-Line              pic X(100).
       FD  NoticeReport.
       01  Notice-Line              pic X(100).
       FD  OfficialCheckFile.
           Copy OffChk.

       Working-Storage Section.
       01  AcctMasterStatus       pic X(02) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.
       01  EschReportStatus       pic X(02) value spaces.
       01  NoteReportStatus       pic X(02) value spaces.
       01  OffChkStatus           pic X(02) value spaces.
           88 OffChkOK               value "00".

       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  OffChkEOF-Switch       pic X(01) value "N".
           88 NoMoreOfficialChecks   value "Y".

       01  Today                  pic 9(8).
       01  Today-DayCount         pic 9(9) binary value zero.
       01  Escheat-Env-Value      pic X(04) value spaces.
       01  Escheat-Days           pic 9(4) value 1800.
       01  Notice-Days            pic 9(4) value zero.
       01  Official-Escheat-Days  pic 9(4) value 1095.
       01  Official-Notice-Days   pic 9(4) value zero.
       01  Issue-DayCount         pic 9(9) binary value zero.

       01  AccountsEscheated      pic 9(07) value zero.
       01  AccountsNoticed        pic 9(07) value zero.
       01  TotalEscheated         pic S9(11) binary value zero.
       01  Owner-Index            pic 9(1) value zero.
       01  ChecksEscheated        pic 9(07) value zero.
       01  ChecksNoticed          pic 9(07) value zero.
       01  TotalChecksEscheated   pic S9(11) binary value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 NoticeIsHeld           value "Y".
       01  Hold-Document          pic X(04) value "ESCH".
       01  Hold-Returned-Date     pic 9(8) value zero.
       01  Change-Log-Source      pic X(08) value "ESCHEAT ".
       01  Change-Log-Entity      pic X(01) value "A".
       01  Change-Log-Action      pic X(01) value "U".
       01  Change-Log-No-Hold     pic 9(4) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(42) value
           05 D-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Owner             pic X(20).
       01  Check-Detail-Line.
           05 Filler              pic X(06) value "OFCHK ".
           05 C-Serial            pic 9(9).
           05 Filler              pic X(02) value spaces.
           05 C-Issue-Date        pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 C-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 C-Payee             pic X(30).
           05 Filler              pic X(01) value spaces.
           05 C-Remitter          pic X(20).
       01  Notice-Heading-1.
           05 Filler              pic X(40) value
              "ESCHEATMENT DUE-DILIGENCE NOTIFICATIONS ".
           05 N-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 N-Owner             pic X(20).
           05 Filler              pic X(02) value spaces.
           05 N-Mail-Note         pic X(13).
       01  Summary-Line.
           05 Filler              pic X(12) value "ESCHEATED:  ".
           05 S-Count             pic ZZZ,ZZ9.
           05 S-Total             pic $$$,$$$,$$9CR.
           05 Filler              pic X(12) value "   NOTICED: ".
           05 S-Noticed           pic ZZZ,ZZ9.
       01  Check-Summary-Line.
           05 Filler              pic X(12) value "OFFICIAL:   ".
           05 CS-Count            pic ZZZ,ZZ9.
           05 Filler              pic X(10) value "   TOTAL: ".
           05 CS-Total            pic $$$,$$$,$$9CR.
           05 Filler              pic X(12) value "   NOTICED: ".
           05 CS-Noticed          pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Scan-One-Account
               Until NoMoreMasterRecords
           Perform 5000-Scan-Official-Checks
           Perform 8000-Post-GL-Entries
           Perform 9000-Terminate
           Goback.
           Display "Escheat: unclaimed-property batch starting"
           Call "GetBusDate" using Today
           Compute Today-DayCount = Function Integer-Of-Date(Today)
           Move "Escheat" to Parm-Req-Program
           Move Escheat-Days to Escheat-Env-Value
           Move "ESCHDAYS" to Parm-Req-Name
           Move Escheat-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Escheat-Env-Value
           If Escheat-Env-Value is numeric
                 and Escheat-Env-Value not = "0000"
              Move Escheat-Env-Value to Escheat-Days
           End-If
           Compute Notice-Days = Escheat-Days - 60
           Move Official-Escheat-Days to Escheat-Env-Value
           Move "OFCESCDAYS" to Parm-Req-Name
           Move Escheat-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Escheat-Env-Value
           If Escheat-Env-Value is numeric
                 and Escheat-Env-Value not = "0000"
              Move Escheat-Env-Value to Official-Escheat-Days
           End-If
           Compute Official-Notice-Days = Official-Escheat-Days - 60

           Open I-O AcctMasterFile
           Open Output EscheatReport
           Perform 2400-Report-Escheated-Account
           Move zero to Master-Account-Balance
           Set Master-Status-Closed to true
           Rewrite Acct-Master-Record
           Call "ChgLog" using Change-Log-Source Change-Log-Entity
                               Change-Log-Action Master-Account-Number
                               Change-Log-No-Hold.

       2200-Journal-Escheat-Event.
           Open Extend JournalFile
           Else
              Move spaces to N-Owner
           End-If
           Move spaces to N-Mail-Note
           Call "MailChk" using Master-Owner-Cust-Id(1)
                                Master-Account-Number
                                Hold-Document Hold-Switch
                                Hold-Returned-Date
           If NoticeIsHeld
              Move "MAIL RETURNED" to N-Mail-Note
           End-If
           Move Notice-Detail to Notice-Line
           Write Notice-Line.

           Move Detail-Line to Report-Line
           Write Report-Line.

      *****************************************************************
      * The official-check register, after the accounts: every check  *
      * still outstanding is aged from its issue date.  An escheated  *
      * check stays on the register, marked, so a late presentment is *
      * refused by the clearing pass rather than paid twice.           *
      *****************************************************************
       5000-Scan-Official-Checks.
           Open I-O OfficialCheckFile
           If not OffChkOK
              Display "Escheat: no OFFCHK register to review, rc="
                      OffChkStatus
              Exit Paragraph
           End-If
           Perform 5100-Read-Official-Check
           Perform 5200-Age-One-Official-Check
               Until NoMoreOfficialChecks
           Close OfficialCheckFile.

       5100-Read-Official-Check.
           If not NoMoreOfficialChecks
              Read OfficialCheckFile Next Record
                  At End
                      Move "Y" to OffChkEOF-Switch
              End-Read
           End-If.

       5200-Age-One-Official-Check.
           If Offchk-Outstanding
              Compute Issue-DayCount =
                  Function Integer-Of-Date(Offchk-Issue-Date)
              Compute Inactive-Days = Today-DayCount - Issue-DayCount
              Move Offchk-Check-Number  to C-Serial
              Move Offchk-Issue-Date    to C-Issue-Date
              Move Offchk-Amount        to C-Amount
              Move Offchk-Payee-Name    to C-Payee
              Move Offchk-Remitter-Name to C-Remitter
              Evaluate True
                  When Inactive-Days >= Official-Escheat-Days
                      Add 1 to ChecksEscheated
                      Add Offchk-Amount to TotalChecksEscheated
                      Move Check-Detail-Line to Report-Line
                      Write Report-Line
                      Set Offchk-Escheated to true
                      Move Today to Offchk-Status-Date
                      Rewrite Official-Check-Record
                  When Inactive-Days >= Official-Notice-Days
                      Add 1 to ChecksNoticed
                      Move Check-Detail-Line to Notice-Line
                      Write Notice-Line
                  When Other
                      Continue
              End-Evaluate
           End-If
           Perform 5100-Read-Official-Check.

      *****************************************************************
      * Summarized GL feed for the period's escheated balances: one   *
      * debit to the DDA control account and a balancing credit to    *
      * service-charge feeds use.                                      *
      *****************************************************************
       8000-Post-GL-Entries.
           If TotalEscheated = zero and TotalChecksEscheated = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           If TotalEscheated not = zero
              Perform 8100-Post-Account-Pair
           End-If
           If TotalChecksEscheated not = zero
              Perform 8200-Post-Official-Check-Pair
           End-If
           Close GLPostFile.

       8100-Post-Account-Pair.

           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Credit    to true
           Write GL-Posting-Record.

      *  an escheated official check leaves the official-check
      *  liability OfcChk credited at issue for the escheat liability
       8200-Post-Official-Check-Pair.
           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "2310-OFCHK"  to GL-Resolve-Default
           Call "GlResolv" using by content "ESCHEAT " "OFCHKLIA"
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Debit     to true
           Move TotalChecksEscheated to GL-Amount
           Move "ESCHEAT "     to GL-Source-Program
           Move "OFFICIAL CHECK ESCHEATMENT" to GL-Description
           Write GL-Posting-Record

           Move "2300-ESCHLIA" to GL-Resolve-Default
           Call "GlResolv" using by content "ESCHEAT " "ESCHLIA "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Credit    to true
           Write GL-Posting-Record.

       9000-Terminate.
           Move AccountsEscheated to S-Count
           Move AccountsNoticed   to S-Noticed
           Move Summary-Line to Report-Line
           Write Report-Line
           Move ChecksEscheated      to CS-Count
           Move TotalChecksEscheated to CS-Total
           Move ChecksNoticed        to CS-Noticed
           Move Check-Summary-Line to Report-Line
           Write Report-Line
           Close AcctMasterFile
           Close EscheatReport
           Close NoticeReport
           Display "Escheat: escheated=" AccountsEscheated
                   " total=" TotalEscheated
                   " noticed=" AccountsNoticed
           Display "Escheat: official checks escheated="
                   ChecksEscheated
                   " total=" TotalChecksEscheated
                   " noticed=" ChecksNoticed.

       End program "Escheat".
