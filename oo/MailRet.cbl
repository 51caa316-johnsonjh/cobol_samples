       cbl thread,pgmname(longmixed)
      ******************************************************************
      * MailRet.cbl                                                    *
      *----------------------------------------------------------------*
      * Returned-mail intake.  Reads the RETMAIL file the mailroom    *
      * keys from the envelopes the post office sends back and flags  *
      * each customer's CUSTEXT row undeliverable, with the date the  *
      * mail came back -- the row is written if the customer has none *
      * yet.  A document addressed by account alone is charged to the *
      * account's first owner, the customer every notice goes to.  A  *
      * customer already flagged keeps the date of the FIRST return.  *
      * A return dated before the customer's last address change went *
      * to the old address and flags nothing.  From the next run      *
      * every program that mails the customer checks the flag through *
      * MailChk and holds the document at the branch; a new address   *
      * through CustMaint or CrmSync clears it.  Every record is      *
      * listed on RETMLRPT with what was done, and a record that      *
      * cannot be matched to a customer is listed with the reason.    *
      ******************************************************************
       Identification division.
       Program-id. "MailRet".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ReturnedMailFile Assign to "RETMAIL"
               Organization is Sequential
               File Status is RetMailStatus.
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
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
           Select IntakeReport Assign to "RETMLRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  ReturnedMailFile.
           Copy MailRet.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CustMasterFile.
           Copy CustRec.
       FD  CustExtFile.
           Copy CustExt.
       FD  IntakeReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  RetMailStatus          pic X(02) value spaces.
           88 RetMailOK              value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  RetMailEOF-Switch      pic X(01) value "N".
           88 NoMoreReturnedMail     value "Y".
       01  MasterOpen-Switch      pic X(01) value "N".
           88 MasterIsOpen           value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustMasterIsOpen       value "Y".
       01  ExtOpen-Switch         pic X(01) value "N".
           88 CustExtIsOpen          value "Y".
       01  InputOpen-Switch       pic X(01) value "N".
           88 InputIsOpen            value "Y".
       01  ExtFound-Switch        pic X(01) value "N".
           88 CustExtRowFound        value "Y".

       01  Today                  pic 9(8) value zero.
       01  Mail-Customer          pic 9(6) value zero.
       01  Mail-Return-Date       pic 9(8) value zero.
       01  Reject-Reason          pic X(30) value spaces.
       01  Intake-Action          pic X(30) value spaces.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  ReturnsRead            pic 9(7) value zero.
       01  CustomersFlagged       pic 9(7) value zero.
       01  AlreadyFlagged         pic 9(7) value zero.
       01  OldAddressReturns      pic 9(7) value zero.
       01  ReturnsRejected        pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "RETURNED MAIL INTAKE          ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(46) value
              "CUSTOMER ACCOUNT  RETURNED  DOC  NAME        ".
           05 Filler              pic X(40) value
              "          ACTION".
       01  Detail-Line.
           05 D-Customer          pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 D-Return-Date       pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Document          pic X(04).
           05 Filler              pic X(01) value spaces.
           05 D-Name              pic X(20).
           05 Filler              pic X(03) value spaces.
           05 D-Action            pic X(30).
       01  Summary-Line.
           05 Filler              pic X(10) value spaces.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Take-One-Return
               Until NoMoreReturnedMail
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "MailRet: returned-mail intake starting"
           Call "GetBusDate" using Today
           Open Output IntakeReport
           Perform 1200-Write-Headings
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to MasterOpen-Switch
           Else
              Display "MailRet: unable to open ACCTMAST, returns by "
                      "account cannot be matched, rc=" AcctMasterStatus
           End-If
           Open Input CustMasterFile
           If not CustMasterOK
              Display "MailRet: unable to open CUSTMAST, rc="
                      CustMasterStatus
              Move "Y" to RetMailEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to CustOpen-Switch
           Open I-O CustExtFile
           If CustExtStatus = "35"
              Open Output CustExtFile
              Close CustExtFile
              Open I-O CustExtFile
           End-If
           If not CustExtOK
              Display "MailRet: unable to open CUSTEXT, rc="
                      CustExtStatus
              Move "Y" to RetMailEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to ExtOpen-Switch
           Open Input ReturnedMailFile
           If not RetMailOK
              Display "MailRet: no RETMAIL file to take in, rc="
                      RetMailStatus
              Move "Y" to RetMailEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to InputOpen-Switch
           Perform 1100-Read-Returned-Mail.

       1100-Read-Returned-Mail.
           If not NoMoreReturnedMail
              Read ReturnedMailFile
                  At End
                      Move "Y" to RetMailEOF-Switch
                  Not At End
                      Add 1 to ReturnsRead
              End-Read
           End-If.

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

       2000-Take-One-Return.
           Move spaces to Reject-Reason Intake-Action
           Move spaces to Customer-Record
           Perform 2100-Find-Return-Customer
           If Reject-Reason not = spaces
              Add 1 to ReturnsRejected
              Move Reject-Reason to Intake-Action
           Else
              Perform 2200-Flag-Customer
           End-If
           Perform 2900-Write-Detail
           Perform 1100-Read-Returned-Mail.

      *****************************************************************
      * Works out who the returned document was addressed to: the     *
      * customer keyed, or the first owner of the account keyed.  The *
      * customer has to be on CUSTMAST.  A return with no date keyed  *
      * is taken as returned today; one dated in the future is        *
      * refused.                                                      *
      *****************************************************************
       2100-Find-Return-Customer.
           Move zero to Mail-Customer
           If RetMail-Return-Date is numeric
                 and RetMail-Return-Date not = zero
              Move RetMail-Return-Date to Mail-Return-Date
           Else
              Move Today to Mail-Return-Date
           End-If
           If Mail-Return-Date > Today
              Move "RETURN DATE AFTER TODAY" to Reject-Reason
              Exit Paragraph
           End-If
           If RetMail-Customer-Number is numeric
                 and RetMail-Customer-Number not = zero
              Move RetMail-Customer-Number to Mail-Customer
           Else
              If RetMail-Account-Number is not numeric
                    or RetMail-Account-Number = zero
                 Move "NO CUSTOMER OR ACCOUNT KEYED" to Reject-Reason
                 Exit Paragraph
              End-If
              If not MasterIsOpen
                 Move "ACCOUNT FILE UNAVAILABLE" to Reject-Reason
                 Exit Paragraph
              End-If
              Move RetMail-Account-Number to Master-Account-Number
              Read AcctMasterFile
                  Invalid Key
                      Move "ACCOUNT NOT ON FILE" to Reject-Reason
                      Exit Paragraph
              End-Read
              Move Master-Owner-Cust-Id(1) to Mail-Customer
              If Mail-Customer = zero
                 Move "ACCOUNT HAS NO LINKED CUSTOMER"
                     to Reject-Reason
                 Exit Paragraph
              End-If
           End-If
           Move Mail-Customer to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Move spaces to Customer-Record
                   Move "CUSTOMER NOT ON FILE" to Reject-Reason
           End-Read.

      *****************************************************************
      * Sets the flag on the customer's CUSTEXT row, writing the row  *
      * when the customer has none.  A customer already flagged keeps *
      * the first return's date; a return older than the customer's   *
      * last address change went to the old address and is only       *
      * listed.                                                       *
      *****************************************************************
       2200-Flag-Customer.
           Move Mail-Customer to CustExt-Number
           Move "Y" to ExtFound-Switch
           Read CustExtFile
               Invalid Key
                   Move "N" to ExtFound-Switch
           End-Read
           If not CustExtRowFound
              Move spaces to Cust-Ext-Record
              Move Mail-Customer to CustExt-Number
              Move zero to CustExt-Date-Of-Birth
              Move zero to CustExt-Backup-Wh-Date
              Move zero to CustExt-Rdc-Daily-Limit
              Move zero to CustExt-Rdc-Usage-Date
              Move zero to CustExt-Rdc-Used-Today
              Move zero to CustExt-Address-Chg-Date
              Move zero to CustExt-Mail-Returned-Date
           End-If
           If CustExt-Address-Chg-Date is numeric
                 and CustExt-Address-Chg-Date > Mail-Return-Date
              Add 1 to OldAddressReturns
              Move "SENT BEFORE ADDRESS CHANGE" to Intake-Action
              Exit Paragraph
           End-If
           If CustExt-Undeliverable
              Add 1 to AlreadyFlagged
              Move "ALREADY FLAGGED" to Intake-Action
              Exit Paragraph
           End-If
           Set CustExt-Undeliverable to true
           Move Mail-Return-Date to CustExt-Mail-Returned-Date
           Move Today to CustExt-Last-Maint-Date
           If CustExtRowFound
              Rewrite Cust-Ext-Record
           Else
              Write Cust-Ext-Record
           End-If
           Add 1 to CustomersFlagged
           Move "FLAGGED - MAIL HELD AT BRANCH" to Intake-Action.

       2900-Write-Detail.
           Move Mail-Customer          to D-Customer
           If RetMail-Account-Number is numeric
              Move RetMail-Account-Number to D-Account
           Else
              Move zero                to D-Account
           End-If
           Move Mail-Return-Date       to D-Return-Date
           Move RetMail-Document       to D-Document
           Move Cust-Name              to D-Name
           Move Intake-Action          to D-Action
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line.

       9000-Terminate.
           Move spaces to Summary-Line
           Move "CUSTOMERS FLAGGED:" to S-Label
           Move CustomersFlagged to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "ALREADY FLAGGED:" to S-Label
           Move AlreadyFlagged to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "SENT TO A SUPERSEDED ADDRESS:" to S-Label
           Move OldAddressReturns to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move "REJECTED:" to S-Label
           Move ReturnsRejected to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close IntakeReport
           If InputIsOpen
              Close ReturnedMailFile
           End-If
           If MasterIsOpen
              Close AcctMasterFile
           End-If
           If CustMasterIsOpen
              Close CustMasterFile
           End-If
           If CustExtIsOpen
              Close CustExtFile
           End-If
           Display "MailRet: read=" ReturnsRead
                   " flagged=" CustomersFlagged
                   " already=" AlreadyFlagged
                   " superseded=" OldAddressReturns
                   " rejected=" ReturnsRejected.

       End program "MailRet".
