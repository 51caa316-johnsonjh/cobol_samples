       cbl thread,pgmname(longmixed)
      ******************************************************************
      * HoldMlRpt.cbl                                                  *
      *----------------------------------------------------------------*
      * Branch hold-mail report (NightlyRun stage 33, ahead of the    *
      * journal roll).  Every document a mailing program held back    *
      * through MailChk since the last run -- the HOLDMAIL log -- is  *
      * listed by the branch of the account it concerns, then by      *
      * customer, with the customer's name, the document, the date it *
      * was held and the date the customer's mail first came back.    *
      * The branch keeps the documents until the customer gives a     *
      * good address.  A document with no account behind it, or whose *
      * account carries no branch, is listed under branch "***" for   *
      * operations to route.  The log is emptied behind the finished  *
      * report, so each night lists only what is new.                 *
      ******************************************************************
       Identification division.
       Program-id. "HoldMlRpt" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select HoldMailFile Assign to "HOLDMAIL"
               Organization is Sequential
               File Status is HoldMailStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select HoldMailReport Assign to "HOLDMRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  HoldMailFile.
           Copy HoldMail.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CustMasterFile.
           Copy CustRec.
       FD  HoldMailReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Branch           pic X(03).
           05 Sort-Customer         pic 9(6).
           05 Sort-Held-Date        pic 9(8).
           05 Sort-Document         pic X(04).
           05 Sort-Account          pic 9(6).
           05 Sort-Returned-Date    pic 9(8).

       Working-Storage Section.
       01  HoldMailStatus         pic X(02) value spaces.
           88 HoldMailOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreHeldDocuments    value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".
       01  LogRead-Switch         pic X(01) value "N".
           88 HoldLogWasRead         value "Y".

       01  Today                  pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Current-Branch         pic X(03) value spaces.
       01  Branch-Count           pic 9(5) value zero.
       01  Grand-Count            pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "BRANCH HOLD-MAIL REPORT       ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(46) value
              "BRN CUSTOMER NAME                  ACCOUNT DOC".
           05 Filler              pic X(30) value
              "        HELD    MAIL RETURNED".
       01  Detail-Line.
           05 D-Branch            pic X(03).
           05 Filler              pic X(01) value spaces.
           05 D-Customer          pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Name              pic X(20).
           05 Filler              pic X(02) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 D-Document          pic X(04).
           05 Filler              pic X(02) value spaces.
           05 D-Held-Date         pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Returned-Date     pic 9999/99/99.
       01  Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Branch Sort-Customer
                             Sort-Held-Date Sort-Document
               Input Procedure is 2000-Feed-Held-Documents
               Output Procedure is 3000-Report-Held-Documents
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "HoldMlRpt: branch hold-mail report starting"
           Call "GetBusDate" using Today
           Open Output HoldMailReport
           Perform 1200-Write-Headings.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * Input procedure: each logged hold goes to the sort under the  *
      * branch of its account.                                        *
      *****************************************************************
       2000-Feed-Held-Documents.
           Open Input HoldMailFile
           If not HoldMailOK
              Display "HoldMlRpt: no HOLDMAIL log tonight, rc="
                      HoldMailStatus
              Exit Paragraph
           End-If
           Move "Y" to LogRead-Switch
           Open Input AcctMasterFile
           Perform 2100-Read-Hold-Log
           Perform 2200-Release-One-Hold
               Until NoMoreHeldDocuments
           If AcctMasterOK
              Close AcctMasterFile
           End-If
           Close HoldMailFile.

       2100-Read-Hold-Log.
           If not NoMoreHeldDocuments
              Read HoldMailFile
                  At End
                      Move "Y" to HoldEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Hold.
           Move "***" to Sort-Branch
           If Hmail-Account-Number not = zero and AcctMasterOK
              Move Hmail-Account-Number to Master-Account-Number
              Read AcctMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      If Master-Branch-Code not = spaces
                         Move Master-Branch-Code to Sort-Branch
                      End-If
              End-Read
           End-If
           Move Hmail-Customer-Number to Sort-Customer
           Move Hmail-Date            to Sort-Held-Date
           Move Hmail-Document        to Sort-Document
           Move Hmail-Account-Number  to Sort-Account
           Move Hmail-Returned-Date   to Sort-Returned-Date
           Release Sort-Record
           Perform 2100-Read-Hold-Log.

      *****************************************************************
      * Output procedure: held documents come back by branch and      *
      * customer, with a count at each change of branch.              *
      *****************************************************************
       3000-Report-Held-Documents.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Open Input CustMasterFile
           Perform 3100-Return-Held-Document
           Perform 3200-List-One-Document
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 3500-Write-Branch-Total
           End-If
           If CustMasterOK
              Close CustMasterFile
           End-If.

       3100-Return-Held-Document.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-List-One-Document.
           If GroupIsOpen and Sort-Branch not = Current-Branch
              Perform 3500-Write-Branch-Total
           End-If
           If not GroupIsOpen
              Move Sort-Branch to Current-Branch
              Move zero to Branch-Count
              Move "Y" to GroupOpen-Switch
           End-If
           Add 1 to Branch-Count
           Move spaces to D-Name
           If CustMasterOK
              Move Sort-Customer to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Move Cust-Name to D-Name
              End-Read
           End-If
           Move Sort-Branch         to D-Branch
           Move Sort-Customer       to D-Customer
           Move Sort-Account        to D-Account
           Move Sort-Document       to D-Document
           Move Sort-Held-Date      to D-Held-Date
           Move Sort-Returned-Date  to D-Returned-Date
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Perform 3100-Return-Held-Document.

       3500-Write-Branch-Total.
           Move spaces to Summary-Line
           Move "BRANCH     DOCUMENTS HELD:" to S-Label
           Move Current-Branch to S-Label(8:3)
           Move Branch-Count to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Add Branch-Count to Grand-Count
           Move "N" to GroupOpen-Switch.

      *****************************************************************
      * The report is out, so the log is emptied: tomorrow's run      *
      * lists only the documents held after tonight.                  *
      *****************************************************************
       9000-Terminate.
           Move spaces to Summary-Line
           Move "TOTAL DOCUMENTS HELD:" to S-Label
           Move Grand-Count to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close HoldMailReport
           If HoldLogWasRead
              Open Output HoldMailFile
              Close HoldMailFile
           End-If
           Display "HoldMlRpt: documents held=" Grand-Count.

       End program "HoldMlRpt".
