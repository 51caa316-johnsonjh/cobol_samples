      * short of the threshold are listed on the DORMRPT report so     *
      * the customer can be contacted before the account is swept.     *
      * The threshold is DORMDAYS days of inactivity (default 360,     *
      * overridable through SYSPARM) and the notification              *
      * cycle is the 30 days before it.  An account with no activity   *
      * date at all predates the field and is only reported, never     *
      * flagged, until a posting stamps it.  Where the primary owner's *
      * mail has been coming back for RETMLDAYS days or more (default  *
      * 90; MailChk), the account's line is followed by the returned-  *
      * mail date as evidence of the attempt to contact the owner.     *
      ******************************************************************
       Identification division.
       Program-id. "DormSweep" recursive.
       01  Dormancy-Env-Value     pic X(04) value spaces.
       01  Dormancy-Days          pic 9(4) value 360.
       01  Notify-Days            pic 9(4) value zero.
       01  Retmail-Env-Value      pic X(04) value spaces.
       01  Retmail-Days           pic 9(4) value 90.
       01  Returned-DayCount      pic 9(9) binary value zero.
       01  Returned-Days          pic S9(9) binary value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 OwnerMailReturned      value "Y".
       01  Hold-Document          pic X(04) value spaces.
       01  Hold-Returned-Date     pic 9(8) value zero.

       01  AccountsScanned        pic 9(07) value zero.
       01  AccountsSetDormant     pic 9(07) value zero.
       01  AccountsNotified       pic 9(07) value zero.
       01  AccountsNoDate         pic 9(07) value zero.
       01  AccountsMailReturned   pic 9(07) value zero.
       01  Change-Log-Source      pic X(08) value "DORMSWP ".
       01  Change-Log-Entity      pic X(01) value "A".
       01  Change-Log-Action      pic X(01) value "U".
       01  Change-Log-No-Hold     pic 9(4) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(26) value
           05 D-Idle-Days         pic ZZZZ9.
           05 Filler              pic X(06) value spaces.
           05 D-Action            pic X(30).
       01  Evidence-Line.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(31) value
              "CONTACT ATTEMPT: MAIL RETURNED ".
           05 E-Returned-Date     pic 9999/99/99.
           05 Filler              pic X(02) value ", ".
           05 E-Returned-Days     pic ZZZZ9.
           05 Filler              pic X(05) value " DAYS".
       01  Summary-Line.
           05 Filler              pic X(16) value "SWEPT DORMANT:  ".
           05 S-Dormant           pic ZZZ,ZZ9.
           05 S-Notified          pic ZZZ,ZZ9.
           05 Filler              pic X(12) value "   NO DATE: ".
           05 S-NoDate            pic ZZZ,ZZ9.
           05 Filler              pic X(12) value "   MAIL RTN:".
           05 S-MailReturned      pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Call "GetBusDate" using Today
           Compute Today-DayCount = Function Integer-Of-Date(Today)

           Move "DormSweep" to Parm-Req-Program
           Move Dormancy-Days to Dormancy-Env-Value
           Move "DORMDAYS" to Parm-Req-Name
           Move Dormancy-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Dormancy-Env-Value
           If Dormancy-Env-Value is numeric
                 and Dormancy-Env-Value not = "0000"
              Move Dormancy-Env-Value to Dormancy-Days
           End-If
           Compute Notify-Days = Dormancy-Days - 30
           Move Retmail-Days to Retmail-Env-Value
           Move "RETMLDAYS" to Parm-Req-Name
           Move Retmail-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Retmail-Env-Value
           If Retmail-Env-Value is numeric
              Move Retmail-Env-Value to Retmail-Days
           End-If

           Open I-O AcctMasterFile
           Open Output DormancyReport

       2000-Sweep-One-Account.
           Add 1 to AccountsScanned
      *  a loan is worked by its own billing cycle, never dormant
           If Master-Status-Open and not Master-Type-Loan
              Perform 2100-Check-One-Open-Account
           End-If
           Perform 1100-Read-Master.
       2200-Set-Account-Dormant.
           Set Master-Status-Dormant to true
           Rewrite Acct-Master-Record
           Call "ChgLog" using Change-Log-Source Change-Log-Entity
                               Change-Log-Action Master-Account-Number
                               Change-Log-No-Hold
           Add 1 to AccountsSetDormant
           Perform 2250-Journal-Dormancy-Event
           Move "SET DORMANT" to D-Action
           Perform 2500-Write-Detail-Line
           Perform 2600-Note-Returned-Mail.

       2250-Journal-Dormancy-Event.
           Open Extend JournalFile
       2300-Report-Approaching-Dormancy.
           Add 1 to AccountsNotified
           Move "DORMANT NEXT CYCLE - NOTIFY" to D-Action
           Perform 2500-Write-Detail-Line
           Perform 2600-Note-Returned-Mail.

       2400-Report-No-Activity-Date.
           Move "NO ACTIVITY DATE ON FILE" to D-Action
           Move Detail-Line to Report-Line
           Write Report-Line.

      *****************************************************************
      * Returned mail is contact-attempt evidence: when the primary   *
      * owner's mail has been coming back for the RETMLDAYS period,   *
      * the date goes on the report under the account's line.  The    *
      * blank document code makes the MailChk call an inquiry only.   *
      *****************************************************************
       2600-Note-Returned-Mail.
           Call "MailChk" using Master-Owner-Cust-Id(1)
                                Master-Account-Number
                                Hold-Document Hold-Switch
                                Hold-Returned-Date
           If not OwnerMailReturned or Hold-Returned-Date = zero
              Exit Paragraph
           End-If
           Compute Returned-DayCount =
               Function Integer-Of-Date(Hold-Returned-Date)
           Compute Returned-Days = Today-DayCount - Returned-DayCount
           If Returned-Days < Retmail-Days
              Exit Paragraph
           End-If
           Add 1 to AccountsMailReturned
           Move Hold-Returned-Date to E-Returned-Date
           Move Returned-Days      to E-Returned-Days
           Move Evidence-Line to Report-Line
           Write Report-Line.

       9000-Terminate.
           Close AcctMasterFile
           Move AccountsSetDormant to S-Dormant
           Move AccountsNotified   to S-Notified
           Move AccountsNoDate     to S-NoDate
           Move AccountsMailReturned to S-MailReturned
           Move Summary-Line to Report-Line
           Write Report-Line
           Close DormancyReport
           Display "DormSweep: scanned=" AccountsScanned
                   " dormant=" AccountsSetDormant
                   " notified=" AccountsNotified
                   " mail returned=" AccountsMailReturned.

       End program "DormSweep".
