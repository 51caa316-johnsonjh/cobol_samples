       cbl thread,pgmname(longmixed)
      ******************************************************************
      * MailChk.cbl                                                    *
      *----------------------------------------------------------------*
      * Returned-mail check, CALLed by every program that mails a     *
      * customer a document, before the document goes to its print    *
      * file.  Customer number in; "Y" out when the customer's        *
      * CUSTEXT row carries the returned-mail flag, with the date the *
      * mail came back.  For a held document the caller names the     *
      * document (the HoldMail.cpy codes) and its account, and the    *
      * hold is logged on HOLDMAIL for the branch hold-mail report -- *
      * the caller then leaves the document off its print file.  A    *
      * blank document code is an inquiry only (DormSweep's contact   *
      * evidence) and logs nothing.  A customer not on CUSTEXT, or a  *
      * zero customer number, is never held.                          *
      ******************************************************************
       Identification division.
       Program-id. "MailChk".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
           Select HoldMailFile Assign to "HOLDMAIL"
               Organization is Sequential
               File Status is HoldMailStatus.
       Data Division.
       File Section.
       FD  CustExtFile.
           Copy CustExt.
       FD  HoldMailFile.
           Copy HoldMail.

       Working-Storage Section.
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  HoldMailStatus         pic X(02) value spaces.
           88 HoldMailOK             value "00".
       01  Business-Date          pic 9(8) value zero.

       Linkage Section.
       01  inCustomerNumber       pic 9(6).
       01  inAccountNumber        pic 9(6).
       01  inDocumentCode         pic X(04).
       01  outHeld                pic X(01).
       01  outReturnedDate        pic 9(8).

       Procedure Division using inCustomerNumber inAccountNumber
                                inDocumentCode outHeld
                                outReturnedDate.
       0000-Mainline.
           Move "N"  to outHeld
           Move zero to outReturnedDate
           If inCustomerNumber = zero
              Goback
           End-If
           Perform 1000-Check-Returned-Mail
           If outHeld = "Y" and inDocumentCode not = spaces
              Perform 2000-Log-Held-Document
           End-If
           Goback.

       1000-Check-Returned-Mail.
           Open Input CustExtFile
           If not CustExtOK
              Exit Paragraph
           End-If
           Move inCustomerNumber to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move space to CustExt-Mail-Returned
           End-Read
           Close CustExtFile
           If CustExt-Undeliverable
              Move "Y" to outHeld
              If CustExt-Mail-Returned-Date is numeric
                 Move CustExt-Mail-Returned-Date to outReturnedDate
              End-If
           End-If.

      *****************************************************************
      * Appends the held document to HOLDMAIL, the DormSweep          *
      * journal-append way: created on first use, closed again after  *
      * every record so each caller's hold is on the file however its *
      * own run ends.                                                 *
      *****************************************************************
       2000-Log-Held-Document.
           Call "GetBusDate" using Business-Date
           Open Extend HoldMailFile
           If HoldMailStatus = "35"
              Open Output HoldMailFile
           End-If
           If not HoldMailOK
              Display "MailChk: unable to open HOLDMAIL, rc="
                      HoldMailStatus ", held " inDocumentCode
                      " for customer " inCustomerNumber " not logged"
              Exit Paragraph
           End-If
           Move spaces to Hold-Mail-Record
           Move Business-Date     to Hmail-Date
           Move inDocumentCode    to Hmail-Document
           Move inAccountNumber   to Hmail-Account-Number
           Move inCustomerNumber  to Hmail-Customer-Number
           Move outReturnedDate   to Hmail-Returned-Date
           Write Hold-Mail-Record
           Close HoldMailFile.

       End program "MailChk".
