       cbl thread,pgmname(longmixed)
      ******************************************************************
      * WireLoad.cbl                                                   *
      *----------------------------------------------------------------*
      * Batch feed to the outbound wire queue.  Reads the WIREIN file *
      * of wire requests sent in from outside the teller line and     *
      * puts each good one on WIREREQ exactly as the TellWire teller  *
      * transaction would: the debit account must be on ACCTMAST,     *
      * open and not a loan; the amount must be above zero; the       *
      * beneficiary needs a name, an account and an ABA routing       *
      * number that passes AbaChk.  The FEESCHED wire fee (WIRF) is   *
      * quoted onto the request and the beneficiary is screened       *
      * through NameScrn (source WIRE) -- a confirmed watch-list hit  *
      * goes on the queue held, where it can only be rejected.        *
      * Nothing is debited here: every request still waits for a      *
      * supervisor to release it on TellWRel.  Refused records are    *
      * listed on WIREREJ with the reason.                            *
      ******************************************************************
       Identification division.
       Program-id. "WireLoad".
       Environment division.
       Input-Output Section.
       File-Control.
           Select WireInFile Assign to "WIREIN"
               Organization is Sequential
               File Status is WireInStatus.
           Select WireRequestFile Assign to "WIREREQ"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Wire-Seq
               File Status is WireReqStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select RejectReport Assign to "WIREREJ"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  WireInFile.
           Copy WireIn.
       FD  WireRequestFile.
           Copy WireReq.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  RejectReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  WireInStatus           pic X(02) value spaces.
           88 WireInOK               value "00".
       01  WireReqStatus          pic X(02) value spaces.
           88 WireReqOK              value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  WireInEOF-Switch       pic X(01) value "N".
           88 NoMoreWireInput        value "Y".
       01  QueueEOF-Switch        pic X(01) value "N".
           88 NoMoreQueueRecords     value "Y".
       01  MasterOpen-Switch      pic X(01) value "N".
           88 MasterIsOpen           value "Y".
       01  QueueOpen-Switch       pic X(01) value "N".
           88 QueueIsOpen            value "Y".
       01  InputOpen-Switch       pic X(01) value "N".
           88 InputIsOpen            value "Y".

       01  Today                  pic 9(8) value zero.
       01  Time-Now               pic 9(8) value zero.
       01  Next-Wire-Seq          pic 9(6) value zero.
       01  Reject-Reason          pic X(30) value spaces.
       01  Aba-Result             pic X(01) value "N".
       01  Fee-Acct-Type          pic X(01) value spaces.
       01  Fee-Default            pic S9(9) binary value 2500.
       01  Wire-Fee-Quoted        pic S9(9) binary value zero.
       01  Screen-Name            pic X(20) value spaces.
       01  Screen-Customer        pic 9(6) value zero.
       01  Screen-Result          pic X(01) value "N".
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  WiresRead              pic 9(7) value zero.
       01  WiresQueued            pic 9(7) value zero.
       01  WiresHeld              pic 9(7) value zero.
       01  WiresRejected          pic 9(7) value zero.
       01  QueuedTotal            pic S9(11) binary value zero.
       01  RejectedTotal          pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "WIRE BATCH LOAD REJECTS       ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(44) value
              "ACCOUNT         AMOUNT  BENEFICIARY         ".
           05 Filler              pic X(40) value
              "  SUBMITTER REASON".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 D-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Bene-Name         pic X(20).
           05 Filler              pic X(02) value spaces.
           05 D-Submitter         pic X(8).
           05 Filler              pic X(02) value spaces.
           05 D-Reason            pic X(30).
       01  Summary-Line.
           05 Filler              pic X(10) value spaces.
           05 S-Label             pic X(24).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Load-One-Wire
               Until NoMoreWireInput
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "WireLoad: outbound wire batch load starting"
           Call "GetBusDate" using Today
           Open Output RejectReport
           Perform 1200-Write-Headings
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to MasterOpen-Switch
           Else
              Display "WireLoad: unable to open ACCTMAST, rc="
                      AcctMasterStatus
           End-If
           Perform 1400-Find-Next-Wire-Seq
           If not QueueIsOpen
              Move "Y" to WireInEOF-Switch
              Exit Paragraph
           End-If
           Open Input WireInFile
           If not WireInOK
              Display "WireLoad: no WIREIN file to load, rc="
                      WireInStatus
              Move "Y" to WireInEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to InputOpen-Switch
           Perform 1100-Read-Wire-Input.

       1100-Read-Wire-Input.
           If not NoMoreWireInput
              Read WireInFile
                  At End
                      Move "Y" to WireInEOF-Switch
                  Not At End
                      Add 1 to WiresRead
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

      *****************************************************************
      * The queue is keyed by sequence in arrival order, so the last  *
      * key on file is the highest one in use; a queue not yet        *
      * created starts at 1 and is created here.                      *
      *****************************************************************
       1400-Find-Next-Wire-Seq.
           Move zero to Next-Wire-Seq
           Open I-O WireRequestFile
           If WireReqStatus = "35"
              Open Output WireRequestFile
              Close WireRequestFile
              Open I-O WireRequestFile
           End-If
           If not WireReqOK
              Display "WireLoad: unable to open WIREREQ, rc="
                      WireReqStatus
              Exit Paragraph
           End-If
           Move "Y" to QueueOpen-Switch
           Perform 1410-Read-Queue
           Perform 1420-Note-Queue-Seq
               Until NoMoreQueueRecords
           Add 1 to Next-Wire-Seq.

       1410-Read-Queue.
           Read WireRequestFile Next Record
               At End
                   Move "Y" to QueueEOF-Switch
           End-Read.

       1420-Note-Queue-Seq.
           Move Wire-Seq to Next-Wire-Seq
           Perform 1410-Read-Queue.

      *****************************************************************
      * One input record: validate it, quote the fee, screen the      *
      * beneficiary and queue it -- or list it on WIREREJ with the    *
      * first reason it failed.                                       *
      *****************************************************************
       2000-Load-One-Wire.
           Perform 2100-Validate-Wire-Input
           If Reject-Reason not = spaces
              Perform 2900-Write-Reject
           Else
              Perform 2200-Queue-Wire-Request
           End-If
           Perform 1100-Read-Wire-Input.

       2100-Validate-Wire-Input.
           Move spaces to Reject-Reason
           If Wirein-Amount is not numeric or Wirein-Amount = zero
              Move "AMOUNT MISSING OR ZERO" to Reject-Reason
              Exit Paragraph
           End-If
           If not MasterIsOpen
              Move "ACCOUNT MASTER UNAVAILABLE" to Reject-Reason
              Exit Paragraph
           End-If
           Move Wirein-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Move "ACCOUNT NOT ON FILE" to Reject-Reason
           End-Read
           If Reject-Reason not = spaces
              Exit Paragraph
           End-If
           Evaluate True
               When not Master-Status-Open
                   Move "ACCOUNT NOT OPEN" to Reject-Reason
               When Master-Type-Loan
                   Move "NO WIRES FROM A LOAN ACCOUNT" to Reject-Reason
               When Wirein-Bene-Name = spaces
                   Move "NO BENEFICIARY NAME" to Reject-Reason
               When Wirein-Bene-Account = spaces
                   Move "NO BENEFICIARY ACCOUNT" to Reject-Reason
               When Other
                   Call "AbaChk" using Wirein-Bene-Aba Aba-Result
                   If Aba-Result not = "Y"
                      Move "BENEFICIARY ABA FAILS CHECK"
                        to Reject-Reason
                   End-If
           End-Evaluate.

       2200-Queue-Wire-Request.
           Move Master-Account-Type to Fee-Acct-Type
           Call "FeeLook" using by content "WIRF"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Wire-Fee-Quoted
           Move Wirein-Bene-Name to Screen-Name
           Move zero to Screen-Customer
           Call "NameScrn" using Screen-Name
                                 by content "WIRE    "
                                 by reference Wirein-Account-Number
                                              Screen-Customer
                                              Screen-Result

           Initialize Wire-Request-Record
           Move Next-Wire-Seq          to Wire-Seq
           Set Wire-From-Batch         to true
           Move Wirein-Account-Number  to Wire-Account-Number
           Move Master-Account-Type    to Wire-Account-Type
           Move Wirein-Amount          to Wire-Amount
           Move Wire-Fee-Quoted        to Wire-Fee-Amount
           Move Master-Owner-Name(1)   to Wire-Originator-Name
           Move Wirein-Bene-Name       to Wire-Bene-Name
           Move Wirein-Bene-Account    to Wire-Bene-Account
           Move Wirein-Bene-Aba        to Wire-Bene-Aba
           Move Wirein-Bene-Bank-Name  to Wire-Bene-Bank-Name
           Move Wirein-Reference       to Wire-Reference
           Move Wirein-Payment-Info    to Wire-Payment-Info
           If Wirein-Submitter = spaces
              Move "WIRELOAD"          to Wire-Entry-Operator
           Else
              Move Wirein-Submitter    to Wire-Entry-Operator
           End-If
           Move Today                  to Wire-Entry-Date
           Accept Time-Now from Time
           Move Time-Now               to Wire-Entry-Time
           Move Screen-Result          to Wire-Screen-Result
           If Wire-Screen-Confirmed
              Set Wire-Held            to true
           Else
              Set Wire-Pending         to true
           End-If
           Write Wire-Request-Record
               Invalid Key
                   Move "QUEUE WRITE FAILED" to Reject-Reason
           End-Write
           If Reject-Reason not = spaces
              Display "WireLoad: unable to queue wire " Next-Wire-Seq
                      ", rc=" WireReqStatus
              Perform 2900-Write-Reject
              Exit Paragraph
           End-If
           Add 1 to Next-Wire-Seq
           Add 1 to WiresQueued
           Add Wire-Amount to QueuedTotal
           If Wire-Held
              Add 1 to WiresHeld
           End-If.

       2900-Write-Reject.
           Add 1 to WiresRejected
           If Wirein-Amount is numeric
              Add Wirein-Amount to RejectedTotal
              Move Wirein-Amount      to D-Amount
           Else
              Move zero               to D-Amount
           End-If
           Move Wirein-Account-Number to D-Account
           Move Wirein-Bene-Name      to D-Bene-Name
           Move Wirein-Submitter      to D-Submitter
           Move Reject-Reason         to D-Reason
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line.

       9000-Terminate.
           Move spaces to Summary-Line
           Move "QUEUED FOR RELEASE:" to S-Label
           Move WiresQueued to S-Count
           Move QueuedTotal to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Summary-Line
           Move "  HELD ON SCREENING:" to S-Label
           Move WiresHeld to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Summary-Line
           Move "REJECTED:" to S-Label
           Move WiresRejected to S-Count
           Move RejectedTotal to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close RejectReport
           If InputIsOpen
              Close WireInFile
           End-If
           If MasterIsOpen
              Close AcctMasterFile
           End-If
           If QueueIsOpen
              Close WireRequestFile
           End-If
           Display "WireLoad: read=" WiresRead
                   " queued=" WiresQueued
                   " held=" WiresHeld
                   " rejected=" WiresRejected.

       End program "WireLoad".
