       cbl thread,pgmname(longmixed)
      ******************************************************************
      * MinorConv.cbl                                                  *
      *----------------------------------------------------------------*
      * Custodial (minor's) account age-of-majority run -- MonthEnd's *
      * eighth stage, still runnable standalone.  Passes ACCTMAST for *
      * accounts AcctMnt has marked custodial and, from the minor's   *
      * CUSTEXT date of birth and the age of majority for the state   *
      * on the minor's CUSTMAST address (18 unless the state table    *
      * below says otherwise), lists every account whose minor comes  *
      * of age within the next 90 days.  Each such account's          *
      * custodian and minor are sent a MAJR notice -- the NOTTYPES    *
      * template, in the NotEng NOTICES format, appended for the      *
      * print vendor -- once, the custodial flag recording that the   *
      * notices went.  An account whose conversion date has arrived   *
      * is re-titled through the Account owner methods: the minor is  *
      * promoted to primary and the custodian's owner slot removed,   *
      * both journaled as owner changes with the OWNRLOG trail, and   *
      * the custodial marking comes off.  Accounts the run cannot     *
      * judge (no linked minor, no date of birth) are listed for the  *
      * branch to put right.  A notice to a customer whose mail is    *
      * coming back (MailChk) is held and logged for the branch       *
      * hold-mail report instead.                                      *
      ******************************************************************
       Identification division.
       Program-id. "MinorConv" recursive.
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
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
           Select NoticeTypeFile Assign to "NOTTYPES"
               Organization is Sequential
               File Status is NoticeTypeStatus.
           Select NoticeFile Assign to "NOTICES"
               Organization is Sequential
               File Status is NoticeFileStatus.
           Select MinorReport Assign to "MINORRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CustMasterFile.
           Copy CustRec.
       FD  CustExtFile.
           Copy CustExt.
       FD  NoticeTypeFile.
           Copy NoticeTyp.
       FD  NoticeFile.
           Copy Notice.
       FD  MinorReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  NoticeTypeStatus       pic X(02) value spaces.
           88 NoticeTypeOK           value "00".
       01  NoticeFileStatus       pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.

       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  TypeEOF-Switch         pic X(01) value "N".
           88 NoMoreTypeRecords      value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustFileOpen           value "Y".
       01  ExtOpen-Switch         pic X(01) value "N".
           88 ExtFileOpen            value "Y".
       01  NoticeOpen-Switch      pic X(01) value "N".
           88 NoticeFileOpen         value "Y".
       01  NoticeType-Switch      pic X(01) value "N".
           88 MajorityNoticeEnabled  value "Y".
       01  CustFound-Switch       pic X(01) value "N".
           88 NoticeCustFound        value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Today-DayCount         pic 9(9) binary value zero.
       01  Majority-DayCount      pic 9(9) binary value zero.
       01  Days-Until-Majority    pic S9(9) binary value zero.
       01  Lead-Window-Days       pic 9(3) value 90.
       01  Majority-Notice-Text   pic X(40) value spaces.

       01  Owner-Index            pic 9(1) value zero.
       01  Minor-Slot             pic 9(1) value zero.
       01  Custodian-Slot         pic 9(1) value zero.
       01  Minor-Customer         pic 9(6) value zero.
       01  Minor-Name             pic X(20) value spaces.
       01  Minor-State            pic X(02) value spaces.
       01  Majority-Age           pic 9(2) value zero.
       01  Majority-Date          pic 9(8) value zero.
       01  Majority-Date-Parts redefines Majority-Date.
           05 Majority-Year       pic 9(4).
           05 Majority-Month-Day  pic 9(4).
       01  Notice-Cust-Work       pic 9(6) value zero.
       01  Method-Result          pic X(01) value "N".

       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  CustodialRead          pic 9(7) value zero.
       01  AccountsListed         pic 9(7) value zero.
       01  NoticesWritten         pic 9(7) value zero.
       01  NoticesHeld            pic 9(7) value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 NoticeIsHeld           value "Y".
       01  Hold-Returned-Date     pic 9(8) value zero.
       01  AccountsRetitled       pic 9(7) value zero.
       01  AccountsExcepted       pic 9(7) value zero.

      *  age of majority by state where it is not 18
       01  State-Age-Values.
           05 Filler              pic X(04) value "AL19".
           05 Filler              pic X(04) value "NE19".
           05 Filler              pic X(04) value "MS21".
           05 Filler              pic X(04) value "PR21".
       01  State-Age-Table redefines State-Age-Values.
           05 State-Age-Entry     occurs 4 times.
              10 SA-State         pic X(02).
              10 SA-Age           pic 9(02).
       01  State-Index            pic 9(2) value zero.

      *  accounts whose conversion date has arrived, gathered on the
      *  master pass and re-titled once the scan connector is closed
      *  -- the Account methods never meet a second live connector.
      *  An account past the table's end stays custodial and is
      *  picked up next month.
       01  ConvCount              pic 9(3) value zero.
       01  Conv-Index             pic 9(3) value zero.
       01  Conv-Table.
           05 Conv-Entry occurs 0 to 200 times
                 depending on ConvCount.
              10 CV-Account-Number   pic 9(6).
              10 CV-Minor-Slot       pic 9(1).
              10 CV-Custodian-Slot   pic 9(1).
              10 CV-Minor-Customer   pic 9(6).
              10 CV-Custodian-Cust   pic 9(6).
              10 CV-Minor-Name       pic X(20).
              10 CV-State            pic X(02).
              10 CV-Majority-Date    pic 9(8).

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "CUSTODIAL ACCOUNTS REACHING MAJORITY    ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "ACCOUNT MINOR   NAME                  CU".
           05 Filler              pic X(25) value
              "STDN ST MAJORITY   ACTION".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 D-Minor             pic Z(6).
           05 Filler              pic X(02) value spaces.
           05 D-Name              pic X(20).
           05 Filler              pic X(02) value spaces.
           05 D-Custodian         pic Z(6).
           05 Filler              pic X(01) value spaces.
           05 D-State             pic X(02).
           05 Filler              pic X(01) value spaces.
           05 D-Majority-Date     pic 9999/99/99.
           05 Filler              pic X(01) value spaces.
           05 D-Action            pic X(21).
       01  Summary-Line.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Judge-One-Account
               Until NoMoreMasterRecords
           If AcctMasterOK
              Close AcctMasterFile
           End-If
           Perform 3000-Retitle-One-Account
               Varying Conv-Index from 1 by 1
               Until Conv-Index > ConvCount
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "MinorConv: custodial age-of-majority run starting"
           Call "GetBusDate" using Business-Date
           Compute Today-DayCount =
               Function Integer-Of-Date(Business-Date)
           Perform 1500-Load-Notice-Type
           Open Output MinorReport
           Perform 1200-Write-Headings
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
           Else
              Display "MinorConv: unable to open CUSTMAST, rc="
                      CustMasterStatus
           End-If
           Open Input CustExtFile
           If CustExtOK
              Move "Y" to ExtOpen-Switch
           Else
              Display "MinorConv: no CUSTEXT on file, no dates of "
                      "birth, rc=" CustExtStatus
           End-If
           Open I-O AcctMasterFile
           If not AcctMasterOK
              Display "MinorConv: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to MasterEOF-Switch
              Exit Paragraph
           End-If
           Perform 1100-Read-Master.

       1100-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Business-Date to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

      *****************************************************************
      * The MAJR row of the NotEng notice-type table gives the        *
      * notice's headline; missing or not enabled, the run still      *
      * lists and re-titles but sends no notices.                      *
      *****************************************************************
       1500-Load-Notice-Type.
           Open Input NoticeTypeFile
           If not NoticeTypeOK
              Display "MinorConv: no NOTTYPES table, no notices, rc="
                      NoticeTypeStatus
              Exit Paragraph
           End-If
           Perform 1510-Read-Type
           Perform 1520-Match-One-Type
               Until NoMoreTypeRecords
           Close NoticeTypeFile.

       1510-Read-Type.
           If not NoMoreTypeRecords
              Read NoticeTypeFile
                  At End
                      Move "Y" to TypeEOF-Switch
              End-Read
           End-If.

       1520-Match-One-Type.
           If NType-Code = "MAJR"
              If NType-Is-Enabled
                 Move "Y" to NoticeType-Switch
                 Move NType-Text to Majority-Notice-Text
              End-If
              Move "Y" to TypeEOF-Switch
           Else
              Perform 1510-Read-Type
           End-If.

      *****************************************************************
      * One custodial account: find the minor, work out the day the  *
      * minor comes of age, and list, notify or queue for re-titling  *
      * accordingly.                                                   *
      *****************************************************************
       2000-Judge-One-Account.
           If Master-Is-Custodial and not Master-Status-Closed
              Add 1 to CustodialRead
              Perform 2100-Judge-Custodial-Account
           End-If
           Perform 1100-Read-Master.

       2100-Judge-Custodial-Account.
           Move zero   to Minor-Slot Custodian-Slot Minor-Customer
           Move spaces to Minor-Name Minor-State
           Move zero   to Majority-Date
           Perform 2110-Classify-One-Slot
               Varying Owner-Index from 1 by 1
               Until Owner-Index > Master-Owner-Count
           If Minor-Slot = zero or Custodian-Slot = zero
              Move "NO LINKED MINOR" to D-Action
              Perform 2900-Write-Exception
              Exit Paragraph
           End-If
           Perform 2200-Find-Minor-Birth-Date
           If Majority-Date = zero
              Move "NO DATE OF BIRTH" to D-Action
              Perform 2900-Write-Exception
              Exit Paragraph
           End-If
           Compute Majority-DayCount =
               Function Integer-Of-Date(Majority-Date)
           Compute Days-Until-Majority =
               Majority-DayCount - Today-DayCount
           If Days-Until-Majority > Lead-Window-Days
              Exit Paragraph
           End-If

           If not Master-Custodial-Noticed
              Perform 2500-Send-Majority-Notices
              Move "N" to Master-Custodial-Flag
              Rewrite Acct-Master-Record
           End-If
           If Days-Until-Majority > zero
              Add 1 to AccountsListed
              Move "COMES OF AGE" to D-Action
              Perform 2800-Write-Account-Line
              Exit Paragraph
           End-If

           If ConvCount >= 200
              Move "DUE - HELD TO NEXT RUN" to D-Action
              Perform 2900-Write-Exception
              Exit Paragraph
           End-If
           Add 1 to ConvCount
           Move Master-Account-Number to CV-Account-Number(ConvCount)
           Move Minor-Slot       to CV-Minor-Slot(ConvCount)
           Move Custodian-Slot   to CV-Custodian-Slot(ConvCount)
           Move Minor-Customer   to CV-Minor-Customer(ConvCount)
           Move Master-Custodian-Cust
             to CV-Custodian-Cust(ConvCount)
           Move Minor-Name       to CV-Minor-Name(ConvCount)
           Move Minor-State      to CV-State(ConvCount)
           Move Majority-Date    to CV-Majority-Date(ConvCount).

      *  the custodian's slot is the one carrying the custodian's
      *  customer number; the minor is the first other linked owner
       2110-Classify-One-Slot.
           If Master-Owner-Cust-Id(Owner-Index) = zero
              Exit Paragraph
           End-If
           If Master-Owner-Cust-Id(Owner-Index)
                 = Master-Custodian-Cust
              If Custodian-Slot = zero
                 Move Owner-Index to Custodian-Slot
              End-If
           Else
              If Minor-Slot = zero
                 Move Owner-Index to Minor-Slot
                 Move Master-Owner-Cust-Id(Owner-Index)
                   to Minor-Customer
                 Move Master-Owner-Name(Owner-Index) to Minor-Name
              End-If
           End-If.

      *****************************************************************
      * Majority-Date stays zero when the minor has no date of birth  *
      * on CUSTEXT.  A 29 February birthday comes of age on 1 March.  *
      *****************************************************************
       2200-Find-Minor-Birth-Date.
           If CustFileOpen
              Move Minor-Customer to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Move spaces to Cust-State
              End-Read
              Move Cust-State to Minor-State
           End-If
           If not ExtFileOpen
              Exit Paragraph
           End-If
           Move Minor-Customer to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Exit Paragraph
           End-Read
           If CustExt-Date-Of-Birth not numeric
                 or CustExt-Date-Of-Birth = zero
              Exit Paragraph
           End-If
           Move 18 to Majority-Age
           Perform 2210-Match-State-Age
               Varying State-Index from 1 by 1
               Until State-Index > 4
           Move CustExt-Date-Of-Birth to Majority-Date
           Add Majority-Age to Majority-Year
           If Majority-Month-Day = 0229
              Move 0301 to Majority-Month-Day
           End-If.

       2210-Match-State-Age.
           If SA-State(State-Index) = Minor-State
              Move SA-Age(State-Index) to Majority-Age
           End-If.

      *****************************************************************
      * One MAJR notice to the custodian and one to the minor, each  *
      * addressed from its own CUSTMAST row.                          *
      *****************************************************************
       2500-Send-Majority-Notices.
           If not MajorityNoticeEnabled
              Exit Paragraph
           End-If
           If not NoticeFileOpen
              Open Extend NoticeFile
              If NoticeFileStatus = "35"
                 Open Output NoticeFile
              End-If
              Move "Y" to NoticeOpen-Switch
           End-If
           Move Master-Custodian-Cust to Notice-Cust-Work
           Perform 2510-Write-One-Notice
           Move Minor-Customer to Notice-Cust-Work
           Perform 2510-Write-One-Notice.

       2510-Write-One-Notice.
           Move Business-Date         to Notice-Date
           Move "MAJR"                to Notice-Type
           Move Majority-Notice-Text  to Notice-Text
           Move Master-Account-Number to Notice-Account-Number
           Move Notice-Cust-Work      to Notice-Customer-Number
           Move Master-Account-Balance to Notice-Amount
           Move Majority-Date         to Notice-Event-Date
           Move spaces to Notice-Cust-Name Notice-Address-1
                          Notice-Address-2 Notice-City
           Move spaces to Notice-State Notice-Zip
           If CustFileOpen
              Move Notice-Cust-Work to Cust-Number
              Move "Y" to CustFound-Switch
              Read CustMasterFile
                  Invalid Key
                      Move "N" to CustFound-Switch
              End-Read
              If NoticeCustFound
                 Move Cust-Name      to Notice-Cust-Name
                 Move Cust-Address-1 to Notice-Address-1
                 Move Cust-Address-2 to Notice-Address-2
                 Move Cust-City      to Notice-City
                 Move Cust-State     to Notice-State
                 Move Cust-Zip       to Notice-Zip
              End-If
           End-If
           Call "MailChk" using Notice-Customer-Number
                                Notice-Account-Number
                                Notice-Type Hold-Switch
                                Hold-Returned-Date
           If NoticeIsHeld
              Add 1 to NoticesHeld
           Else
              Write Notice-Record
              Add 1 to NoticesWritten
           End-If.

       2800-Write-Account-Line.
           Move Master-Account-Number to D-Account
           Move Minor-Customer        to D-Minor
           Move Minor-Name            to D-Name
           Move Master-Custodian-Cust to D-Custodian
           Move Minor-State           to D-State
           Move Majority-Date         to D-Majority-Date
           Perform 8000-Write-Detail.

       2900-Write-Exception.
           Add 1 to AccountsExcepted
           Perform 2800-Write-Account-Line.

      *****************************************************************
      * Re-titling: promote the minor to primary when a custodian     *
      * holds slot 1 (the custodian lands in the minor's old slot),  *
      * then remove the custodian's slot -- "removeOwner" refuses a   *
      * primary while joint owners remain.  Both are journaled as     *
      * owner changes by the methods themselves.                       *
      *****************************************************************
       3000-Retitle-One-Account.
           Move CV-Account-Number(Conv-Index) to D-Account
           Move CV-Minor-Customer(Conv-Index) to D-Minor
           Move CV-Minor-Name(Conv-Index)     to D-Name
           Move CV-Custodian-Cust(Conv-Index) to D-Custodian
           Move CV-State(Conv-Index)          to D-State
           Move CV-Majority-Date(Conv-Index)  to D-Majority-Date
           Move CV-Minor-Slot(Conv-Index)     to Minor-Slot
           Move CV-Custodian-Slot(Conv-Index) to Custodian-Slot
           Invoke Account "createAccount"
             using by value CV-Account-Number(Conv-Index)
             returning workingAccount
           If workingAccount = Null
              Move "UNABLE TO OPEN ACCOUNT" to D-Action
              Add 1 to AccountsExcepted
              Perform 8000-Write-Detail
              Exit Paragraph
           End-If
           If Minor-Slot not = 1
              Invoke workingAccount "promoteOwner"
                using by value Minor-Slot
                returning Method-Result
              If Method-Result not = "Y"
                 Move "PROMOTION REFUSED" to D-Action
                 Add 1 to AccountsExcepted
                 Perform 8000-Write-Detail
                 Exit Paragraph
              End-If
              If Custodian-Slot = 1
                 Move Minor-Slot to Custodian-Slot
              End-If
           End-If
           Invoke workingAccount "removeOwner"
             using by value Custodian-Slot
             returning Method-Result
           If Method-Result not = "Y"
              Move "CUSTODIAN REMOVAL REFUSED" to D-Action
              Add 1 to AccountsExcepted
              Perform 8000-Write-Detail
              Exit Paragraph
           End-If
           Perform 3100-Clear-Custodial-Marking
           Add 1 to AccountsRetitled
           Move "RE-TITLED TO MINOR" to D-Action
           Perform 8000-Write-Detail.

       3100-Clear-Custodial-Marking.
           Open I-O AcctMasterFile
           If not AcctMasterOK
              Display "MinorConv: unable to reopen ACCTMAST, rc="
                      AcctMasterStatus
              Exit Paragraph
           End-If
           Move CV-Account-Number(Conv-Index) to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Move space to Master-Custodial-Flag
                   Move zero  to Master-Custodian-Cust
                   Rewrite Acct-Master-Record
           End-Read
           Close AcctMasterFile.

       8000-Write-Detail.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "CUSTODIAL ACCOUNTS READ:" to S-Label
           Move CustodialRead to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "COMING OF AGE WITHIN 90 DAYS:" to S-Label
           Move AccountsListed to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "NOTICES SENT:" to S-Label
           Move NoticesWritten to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "NOTICES HELD, MAIL RETURNED:" to S-Label
           Move NoticesHeld to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "RE-TITLED TO MINOR:" to S-Label
           Move AccountsRetitled to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "EXCEPTIONS:" to S-Label
           Move AccountsExcepted to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close MinorReport
           If NoticeFileOpen
              Close NoticeFile
           End-If
           If CustFileOpen
              Close CustMasterFile
           End-If
           If ExtFileOpen
              Close CustExtFile
           End-If
           Display "MinorConv: custodial=" CustodialRead
                   " listed=" AccountsListed
                   " notices=" NoticesWritten
                   " held=" NoticesHeld
                   " re-titled=" AccountsRetitled
                   " exceptions=" AccountsExcepted.

       End program "MinorConv".
