      *          within the lead days;                                 *
      *   SOFL - active standing orders whose next-run date is still  *
      *          in the past, meaning last night's attempt failed     *
      *          and is retrying;                                      *
      *   DECD - customers DecdProc worked tonight (DECDCASE rows     *
      *          processed on the business date), one notice to the  *
      *          estate at the deceased's own CUSTMAST address;       *
      *   DSAK/DSPC/DSFN/DSDN - dispute cases the dispute stage        *
      *          acknowledged, gave a provisional credit, or applied  *
      *          a decision on tonight (for the customer / denied),   *
      *          to the disputing customer's own CUSTMAST address;    *
      *   ADRC - a customer's mailing address changed (CUSTHIST rows  *
      *          CustHLog marked pending), one confirmation to the   *
      *          OLD address, off the change's before image.         *
      * Every notice carries the first linked owner's CUSTMAST name   *
      * and address.  A type missing from the table, or not enabled,  *
      * simply fires nothing.  A notice to a customer whose mail is   *
      * coming back (MailChk) is held off NOTICES and logged for the  *
      * branch hold-mail report.  A marketing-class type goes to one  *
      * member of a confirmed household only (HhMail); the rest of    *
      * the household's copies are counted as merged.                 *
      ******************************************************************
       Identification division.
       Program-id. "NotEng".
               Access Mode is Dynamic
               Record Key is Stand-Order-Number
               File Status is StandingStatus.
           Select DeceasedCaseFile Assign to "DECDCASE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Decd-Customer-Number
               File Status is DeceasedCaseStatus.
           Select DisputeFile Assign to "DISPUTE"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Disp-Case-Number
               File Status is DisputeStatus.
           Select CustHistFile Assign to "CUSTHIST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Hist-Key
               File Status is CustHistStatus.
           Select NoticeFile Assign to "NOTICES"
               Organization is Sequential
               File Status is NoticeFileStatus.
           Copy CustRec.
       FD  StandingFile.
           Copy Standing.
       FD  DeceasedCaseFile.
           Copy DecdCase.
       FD  DisputeFile.
           Copy Dispute.
       FD  CustHistFile.
           Copy CustHist.
       FD  NoticeFile.
           Copy Notice.

           88 CustMasterOK           value "00".
       01  StandingStatus         pic X(02) value spaces.
           88 StandingOK             value "00".
       01  DeceasedCaseStatus     pic X(02) value spaces.
           88 DeceasedCaseOK         value "00".
       01  DisputeStatus          pic X(02) value spaces.
           88 DisputeOK              value "00".
       01  CustHistStatus         pic X(02) value spaces.
           88 CustHistOK             value "00".
       01  NoticeFileStatus       pic X(02) value spaces.

       01  TypeEOF-Switch         pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  StandEOF-Switch        pic X(01) value "N".
           88 NoMoreStandingOrders   value "Y".
       01  CaseEOF-Switch         pic X(01) value "N".
           88 NoMoreCaseRecords      value "Y".
       01  DisputeEOF-Switch      pic X(01) value "N".
           88 NoMoreDisputeCases     value "Y".
       01  HistEOF-Switch         pic X(01) value "N".
           88 NoMoreHistoryRecords   value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustMasterOpen         value "Y".
       01  CustFound-Switch       pic X(01) value "N".
           88 DeceasedCustFound      value "Y".
       01  TypeMatch-Switch       pic X(01) value "N".
           88 TypeSlotMatched        value "Y".

       01  Working-Type           pic X(04) value spaces.
       01  Notice-Cust-Work       pic 9(6) value zero.
       01  NoticesWritten         pic 9(7) value zero.
       01  NoticesHeld            pic 9(7) value zero.
       01  NoticesMerged          pic 9(7) value zero.
       01  Merge-Switch           pic X(01) value "N".
           88 NoticeIsMerged         value "Y".
       01  Merge-Household        pic 9(6) value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 NoticeIsHeld           value "Y".
       01  Hold-Returned-Date     pic 9(8) value zero.
       01  ScanActive-Switch      pic X(01) value "N".
           88 MasterScanActive       value "Y".

      *  a CUSTHIST before image, in CustRec.cpy's layout -- the
      *  name and the address the customer had before the change
       01  Old-Customer-Image.
           05 Filler              pic X(06).
           05 Old-Name            pic X(20).
           05 Old-Address-1       pic X(30).
           05 Old-Address-2       pic X(30).
           05 Old-City            pic X(20).
           05 Old-State           pic X(02).
           05 Old-Zip             pic X(09).
           05 Filler              pic X(30).

       01  TypeCount              pic 9(2) value zero.
       01  Notice-Type-Table.
           05 Notice-Type-Entry occurs 0 to 20 times
              10 NT-Enabled          pic X(01).
              10 NT-Lead-Days        pic 9(3).
              10 NT-Text             pic X(40).
              10 NT-Mail-Class       pic X(01).

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 2000-Fire-NSF-Events
           Perform 3000-Scan-Master-Events
           Perform 4000-Fire-Standing-Failures
           Perform 5000-Fire-Deceased-Notices
           Perform 6000-Fire-Dispute-Notices
           Perform 7000-Fire-Address-Notices
           Perform 9000-Terminate
           Goback.

           End-If
           Compute Prior-DayCount =
               Function Integer-Of-Date(Prior-Run-Date)
           Move "NotEng" to Parm-Req-Program
           Move Dormancy-Days to Dormancy-Env-Value
           Move "DORMDAYS" to Parm-Req-Name
           Move Dormancy-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Dormancy-Env-Value
           If Dormancy-Env-Value is numeric
                 and Dormancy-Env-Value not = "0000"
              Move Dormancy-Env-Value to Dormancy-Days
           If not CustMasterOK
              Display "NotEng: unable to open CUSTMAST, notices go "
                      "out without addresses, rc=" CustMasterStatus
           Else
              Move "Y" to CustOpen-Switch
           End-If.

       1500-Load-Notice-Types.
              Move NType-Enabled   to NT-Enabled(TypeCount)
              Move NType-Lead-Days to NT-Lead-Days(TypeCount)
              Move NType-Text      to NT-Text(TypeCount)
              Move NType-Mail-Class to NT-Mail-Class(TypeCount)
           End-If
           Perform 1510-Read-Type.

           End-If.

       3400-Judge-Dormancy.
           If Master-Last-Activity-Date = zero or Master-Type-Loan
              Exit Paragraph
           End-If
           Move "DORM" to Working-Type
           End-If
           Perform 4100-Read-Order.

      *****************************************************************
      * Estate notices: one per DECDCASE row DecdProc wrote tonight.  *
      * The notice is about the customer, not an account, so it is    *
      * addressed straight from the deceased's CUSTMAST row rather    *
      * than through an account's first owner; the amount is the     *
      * ledger total across the accounts as worked.                   *
      *****************************************************************
       5000-Fire-Deceased-Notices.
           Move "DECD" to Working-Type
           Perform 1600-Find-Enabled-Type
           If Type-Found-Index = zero
              Exit Paragraph
           End-If
           Move "N" to CaseEOF-Switch
           Open Input DeceasedCaseFile
           If not DeceasedCaseOK
              Exit Paragraph
           End-If
           Perform 5100-Read-Case
           Perform 5200-Judge-One-Case
               Until NoMoreCaseRecords
           Close DeceasedCaseFile.

       5100-Read-Case.
           If not NoMoreCaseRecords
              Read DeceasedCaseFile Next Record
                  At End
                      Move "Y" to CaseEOF-Switch
              End-Read
           End-If.

       5200-Judge-One-Case.
           If Decd-Processed-Date = Business-Date
              Move Business-Date to Notice-Date
              Move Working-Type  to Notice-Type
              Move NT-Text(Type-Found-Index) to Notice-Text
              Move zero to Notice-Account-Number
              Move Decd-Customer-Number to Notice-Customer-Number
              Move Decd-Total-Balance   to Notice-Amount
              Move Decd-Date-Of-Death   to Notice-Event-Date
              Move spaces to Notice-Cust-Name Notice-Address-1
                             Notice-Address-2 Notice-City
              Move spaces to Notice-State Notice-Zip
              If CustMasterOpen
                 Move Decd-Customer-Number to Cust-Number
                 Move "Y" to CustFound-Switch
                 Read CustMasterFile
                     Invalid Key
                         Move "N" to CustFound-Switch
                 End-Read
                 If DeceasedCustFound
                    Move Cust-Name      to Notice-Cust-Name
                    Move Cust-Address-1 to Notice-Address-1
                    Move Cust-Address-2 to Notice-Address-2
                    Move Cust-City      to Notice-City
                    Move Cust-State     to Notice-State
                    Move Cust-Zip       to Notice-Zip
                 End-If
              End-If
              Perform 8500-Write-Or-Hold-Notice
           End-If
           Perform 5100-Read-Case.

      *****************************************************************
      * Dispute notices, one pass over the DISPUTE case file for all  *
      * four events: acknowledged tonight (DSAK, dated with the       *
      * resolution deadline), provisional credit posted tonight       *
      * (DSPC), and a decision applied tonight -- for the customer    *
      * (DSFN) or denied (DSDN), both dated with the decision.  Each  *
      * goes to the customer who brought the dispute, at their own    *
      * CUSTMAST address, the DECD way.                               *
      *****************************************************************
       6000-Fire-Dispute-Notices.
           Move "N" to DisputeEOF-Switch
           Open Input DisputeFile
           If not DisputeOK
              Exit Paragraph
           End-If
           Perform 6100-Read-Dispute
           Perform 6200-Judge-One-Dispute
               Until NoMoreDisputeCases
           Close DisputeFile.

       6100-Read-Dispute.
           If not NoMoreDisputeCases
              Read DisputeFile Next Record
                  At End
                      Move "Y" to DisputeEOF-Switch
              End-Read
           End-If.

       6200-Judge-One-Dispute.
           If Disp-Ack-Date = Business-Date
              Move "DSAK" to Working-Type
              Move Disp-Resolve-Due to Notice-Event-Date
              Perform 6300-Write-Dispute-Notice
           End-If
           If Disp-Prov-Posted and Disp-Prov-Date = Business-Date
              Move "DSPC" to Working-Type
              Move Disp-Prov-Date to Notice-Event-Date
              Perform 6300-Write-Dispute-Notice
           End-If
           If Disp-Applied-Date = Business-Date
              If Disp-Favor
                 Move "DSFN" to Working-Type
              Else
                 Move "DSDN" to Working-Type
              End-If
              Move Disp-Decision-Date to Notice-Event-Date
              Perform 6300-Write-Dispute-Notice
           End-If
           Perform 6100-Read-Dispute.

       6300-Write-Dispute-Notice.
           Perform 1600-Find-Enabled-Type
           If Type-Found-Index = zero
              Exit Paragraph
           End-If
           Move Business-Date to Notice-Date
           Move Working-Type  to Notice-Type
           Move NT-Text(Type-Found-Index) to Notice-Text
           Move Disp-Account-Number  to Notice-Account-Number
           Move Disp-Customer-Number to Notice-Customer-Number
           Move Disp-Amount          to Notice-Amount
           Move spaces to Notice-Cust-Name Notice-Address-1
                          Notice-Address-2 Notice-City
           Move spaces to Notice-State Notice-Zip
           If CustMasterOpen
              Move Disp-Customer-Number to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Move Cust-Name      to Notice-Cust-Name
                      Move Cust-Address-1 to Notice-Address-1
                      Move Cust-Address-2 to Notice-Address-2
                      Move Cust-City      to Notice-City
                      Move Cust-State     to Notice-State
                      Move Cust-Zip       to Notice-Zip
              End-Read
           End-If
           Perform 8500-Write-Or-Hold-Notice.

      *****************************************************************
      * Address-change confirmations: one per CUSTHIST row CustHLog   *
      * marked pending, sent to the customer at the OLD address --    *
      * the before image -- so a customer whose address was changed   *
      * without their knowing hears about it where they actually     *
      * live.  Each row is marked sent (or held, when MailChk holds  *
      * it) so it fires once, whichever night the change came in on. *
      * With the type missing or disabled the rows stay pending.      *
      *****************************************************************
       7000-Fire-Address-Notices.
           Move "ADRC" to Working-Type
           Perform 1600-Find-Enabled-Type
           If Type-Found-Index = zero
              Exit Paragraph
           End-If
           Move "N" to HistEOF-Switch
           Open I-O CustHistFile
           If not CustHistOK
              Exit Paragraph
           End-If
           Perform 7100-Read-History
           Perform 7200-Judge-One-Change
               Until NoMoreHistoryRecords
           Close CustHistFile.

       7100-Read-History.
           If not NoMoreHistoryRecords
              Read CustHistFile Next Record
                  At End
                      Move "Y" to HistEOF-Switch
              End-Read
           End-If.

       7200-Judge-One-Change.
           If Hist-Notice-Pending
              Move Hist-Before-Image to Old-Customer-Image
              Move Business-Date to Notice-Date
              Move Working-Type  to Notice-Type
              Move NT-Text(Type-Found-Index) to Notice-Text
              Move zero to Notice-Account-Number
              Move Hist-Customer-Number to Notice-Customer-Number
              Move zero to Notice-Amount
              Move Hist-Change-Date to Notice-Event-Date
              Move Old-Name       to Notice-Cust-Name
              Move Old-Address-1  to Notice-Address-1
              Move Old-Address-2  to Notice-Address-2
              Move Old-City       to Notice-City
              Move Old-State      to Notice-State
              Move Old-Zip        to Notice-Zip
              Perform 8500-Write-Or-Hold-Notice
              If NoticeIsHeld
                 Set Hist-Notice-Held to true
              Else
                 Set Hist-Notice-Sent to true
              End-If
              Move Business-Date to Hist-Notice-Date
              Rewrite Cust-History-Record
           End-If
           Perform 7100-Read-History.

      *****************************************************************
      * One NOTICES record: type, template text, and the first        *
      * linked owner's CUSTMAST name and address (blank when the      *
                          Notice-Address-2 Notice-City
           Move spaces to Notice-State Notice-Zip
           Perform 8100-Find-Customer-Address
           Perform 8500-Write-Or-Hold-Notice.

       8100-Find-Customer-Address.
           If not AcctMasterOK
           Move Cust-State     to Notice-State
           Move Cust-Zip       to Notice-Zip.

      *****************************************************************
      * The notice goes to NOTICES unless the customer's mail is      *
      * coming back, in which case MailChk logs it on HOLDMAIL under  *
      * its notice type and the branch keeps it.  A marketing notice  *
      * another member of the customer's confirmed household has     *
      * already been sent tonight is merged into that one (HhMail).   *
      *****************************************************************
       8500-Write-Or-Hold-Notice.
           Call "MailChk" using Notice-Customer-Number
                                Notice-Account-Number
                                Notice-Type Hold-Switch
                                Hold-Returned-Date
           If NoticeIsHeld
              Add 1 to NoticesHeld
              Exit Paragraph
           End-If
           Move "N" to Merge-Switch
           If NT-Mail-Class(Type-Found-Index) = "M"
              Call "HhMail" using Notice-Customer-Number
                                  by content "NOTC"
                                  by reference Notice-Type
                                               Merge-Switch
                                               Merge-Household
           End-If
           If NoticeIsMerged
              Add 1 to NoticesMerged
           Else
              Write Notice-Record
              Add 1 to NoticesWritten
           End-If.

       9000-Terminate.
           Close NoticeFile
           If AcctMasterOK
           If CustMasterOK
              Close CustMasterFile
           End-If
           Display "NotEng: notices written=" NoticesWritten
                   " held=" NoticesHeld
                   " merged=" NoticesMerged.

       End program "NotEng".
