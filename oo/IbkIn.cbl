       cbl thread,pgmname(longmixed)
      ******************************************************************
      * IbkIn.cbl                                                      *
      *----------------------------------------------------------------*
      * Internet-banking request posting batch (runs inside           *
      * NightlyRun's posting stage, after RdcPost).  Reads the IBKREQ *
      * file the internet-banking vendor sends us with the requests   *
      * customers keyed online: a transfer between two of their own  *
      * accounts, posted tonight through the Account "debit"/"credit" *
      * methods the way a standing order posts; a future-dated        *
      * transfer, lodged on the TXNWHSE warehouse as a TXNFILE TRANSF *
      * for WhseRel to post on its effective date; and a stop payment *
      * on one of their own checks, written to CHKREG as the same "S" *
      * event TellStop writes at the window.  Every account a request *
      * names is looked up on CUSTXREF under the requesting customer  *
      * -- a customer can only act on accounts linked to them -- and  *
      * must be on ACCTMAST, open, and a basic, checking or savings   *
      * account.  Each request, accepted or rejected, goes back to    *
      * the vendor on the IBKRESP response file with the vendor's own *
      * reference and a reason code (see IbkResp.cpy).  The file      *
      * carries the TXNFILE HEADER/TRAILR count-and-hash controls and *
      * the IBKREGY processed-file registry blocks the same file from *
      * ever being applied twice; a file that fails either is refused *
      * whole, answered with a single refusal record, and the night   *
      * goes on -- the vendor sends the file again.                    *
      ******************************************************************
       Identification division.
       Program-id. "IbkIn" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select IbkRequestFile Assign to "IBKREQ"
               Organization is Sequential
               File Status is IbkRequestStatus.
           Select IbkResponseFile Assign to "IBKRESP"
               Organization is Sequential
               File Status is IbkResponseStatus.
           Select IbkRegistryFile Assign to "IBKREGY"
               Organization is Sequential
               File Status is IbkRegistryStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select CheckRegisterFile Assign to "CHKREG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Register-Event-Key
               File Status is CheckRegStatus.
           Select WarehouseFile Assign to "TXNWHSE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Whse-Seq
               File Status is WarehouseStatus.
           Select RunHistFile Assign to "RUNHIST"
               Organization is Sequential
               File Status is RunHistStatus.
       Data Division.
       File Section.
       FD  IbkRequestFile.
           Copy IbkReq.
       FD  IbkResponseFile.
           Copy IbkResp.
       FD  IbkRegistryFile.
           Copy TxnRegy.
       FD  CustXrefFile.
           Copy CustXref.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CheckRegisterFile.
           Copy CheckReg.
       FD  WarehouseFile.
           Copy Whse.
       FD  RunHistFile.
           Copy RunHist.

       Working-Storage Section.
       01  IbkRequestStatus       pic X(02) value spaces.
           88 IbkRequestOK           value "00".
       01  IbkResponseStatus      pic X(02) value spaces.
       01  IbkRegistryStatus      pic X(02) value spaces.
           88 IbkRegistryOK          value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CheckRegStatus         pic X(02) value spaces.
           88 CheckRegOK             value "00".
       01  WarehouseStatus        pic X(02) value spaces.
           88 WarehouseOK            value "00".
       01  RunHistStatus          pic X(02) value spaces.

       01  IbkEOF-Switch          pic X(01) value "N".
           88 NoMoreIbkRequests      value "Y".
       01  RegistryEOF-Switch     pic X(01) value "N".
           88 NoMoreRegistryRecords  value "Y".
       01  RegisterEOF-Switch     pic X(01) value "N".
           88 NoMoreRegisterEvents   value "Y".
       01  WhseEOF-Switch         pic X(01) value "N".
           88 NoMoreWhseRecords      value "Y".
       01  ControlFail-Switch     pic X(01) value "N".
           88 BatchControlsFailed    value "Y".
       01  TrailerSeen-Switch     pic X(01) value "N".
           88 TrailerSeen            value "Y".
       01  MasterFound-Switch     pic X(01) value "N".
           88 MasterRecordFound      value "Y".
       01  NoIbkFile-Switch       pic X(01) value "N".
           88 NoIbkFileTonight       value "Y".
       01  IssueFound-Switch      pic X(01) value "N".
           88 IssueEventFound        value "Y".
       01  CheckReg-Switch        pic X(01) value "N".
           88 CheckRegisterOpen      value "Y".
       01  Whse-Switch            pic X(01) value "N".
           88 WarehouseFileOpen      value "Y".
       01  PostFiles-Switch       pic X(01) value "N".
           88 PostingFilesFailed     value "Y".

       01  Batch-Business-Date    pic 9(8) value zero.
       01  Batch-File-Seq         pic 9(4) value zero.
       01  Control-Actual-Count   pic 9(7) value zero.
       01  Control-Actual-Hash    pic S9(11) comp-3 value zero.

       01  Posting-Business-Date  pic 9(8) value zero.
       01  Stage-Start-Date       pic 9(8) value zero.
       01  Stage-Start-Time       pic 9(8) value zero.

       01  Checked-Account        pic 9(6) value zero.
       01  Checked-Binary-Account pic S9(6) binary value zero.
       01  Checked-Digit-Result   pic X(01) value "N".
       01  From-Available         pic S9(9) binary value zero.
       01  Next-Whse-Seq          pic 9(6) value 1.
       01  Lodged-Whse-Seq        pic 9(6) value zero.

      *  the check's Issued event and where its stop event will go
       01  Last-Event-Type        pic X(01) value spaces.
       01  Next-Event-Seq         pic 9(2) value 1.
       01  Issued-Drawer          pic 9(6) value zero.
       01  Issued-Payee           pic 9(6) value zero.
       01  Issued-Amount          pic S9(9) binary value zero.
       01  Issued-Memo            pic X(30) value spaces.
       01  Ibanking-Requester     pic X(09) value "IBANKING".

       01  Reject-Reason          pic X(03) value spaces.
       01  Reject-Text            pic X(30) value spaces.
       01  Refusal-Reason         pic X(30) value spaces.

       01  RequestsRead           pic 9(7) value zero.
       01  TransfersPosted        pic 9(7) value zero.
       01  TransfersLodged        pic 9(7) value zero.
       01  StopsPlaced            pic 9(7) value zero.
       01  RequestsRejected       pic 9(7) value zero.

      *  a future-dated transfer goes on the warehouse as the TXNFILE
      *  TRANSF WhseRel already knows how to post
           Copy TxnRec.

       Local-storage section.
       01  fromAccount            usage object reference Account.
       01  toAccount              usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Process-One-Request
               Until NoMoreIbkRequests
           Perform 9000-Terminate
      *  a refused file or refused requests go back to the vendor on
      *  IBKRESP; they never stop the night.  A file that could not
      *  be posted because our own files would not open is left
      *  unapplied for a rerun, and says so in the return code
           If PostingFilesFailed
              Move 8 to Return-Code
           Else
              Move zero to Return-Code
           End-If
           Goback.

       1000-Initialize.
           Display "IbkIn: internet-banking request posting starting"
           Accept Stage-Start-Date from Date YYYYMMDD
           Accept Stage-Start-Time from Time
           Call "GetBusDate" using Posting-Business-Date
           Open Output IbkResponseFile

           Perform 1300-Verify-Batch-Controls
           If NoIbkFileTonight
              Move "Y" to IbkEOF-Switch
           Else
           If BatchControlsFailed
              Move "Y" to IbkEOF-Switch
              Perform 2950-Write-File-Refusal
              Display "IbkIn: IBKREQ failed batch control "
                      "verification, " Refusal-Reason
           Else
              Perform 1400-Open-Posting-Files
              If not PostingFilesFailed
                 Open Input IbkRequestFile
                 If not IbkRequestOK
                    Display "IbkIn: unable to open IBKREQ, rc="
                            IbkRequestStatus
                    Move "IBKREQ WOULD NOT OPEN, RERUN"
                      to Refusal-Reason
                    Move "Y" to PostFiles-Switch
                    Perform 1450-Close-Posting-Files
                 End-If
              End-If
              If PostingFilesFailed
                 Move "Y" to IbkEOF-Switch
                 Perform 2950-Write-File-Refusal
                 Display "IbkIn: IBKREQ not posted and not "
                         "registered, it can be rerun"
              Else
                 Perform 1100-Read-Request
              End-If
           End-If
           End-If.

       1100-Read-Request.
           If not NoMoreIbkRequests
              Read IbkRequestFile
                  At End
                      Move "Y" to IbkEOF-Switch
                  Not At End
                      If not IbkCtl-Header and not IbkCtl-Trailer
                         Add 1 to RequestsRead
                      End-If
              End-Read
           End-If.

      *****************************************************************
      * Pre-flight pass over IBKREQ before any posting, the shape     *
      * AcctBatch, AchPost and RdcPost run over their files: a HEADER *
      * first, a TRAILR last, and a trailer count and amount hash     *
      * that agree with the requests actually on the file; then the   *
      * file identity must not already be on the IBKREGY registry.    *
      *****************************************************************
       1300-Verify-Batch-Controls.
           Move "N" to ControlFail-Switch
           Move "N" to TrailerSeen-Switch
           Move zero to Control-Actual-Count
           Move zero to Control-Actual-Hash
           Move spaces to Refusal-Reason
           Open Input IbkRequestFile
           If not IbkRequestOK
      *  no file on the DD is an ordinary night with no requests
              Display "IbkIn: no IBKREQ file tonight, rc="
                      IbkRequestStatus
              Move "Y" to NoIbkFile-Switch
              Exit Paragraph
           End-If

           Read IbkRequestFile
               At End
                   Move "Y" to ControlFail-Switch
           End-Read
           If BatchControlsFailed
              Move "IBKREQ IS EMPTY" to Refusal-Reason
              Close IbkRequestFile
              Exit Paragraph
           End-If
           If not IbkCtl-Header
              Move "NO BATCH CONTROL HEADER" to Refusal-Reason
              Move "Y" to ControlFail-Switch
              Close IbkRequestFile
              Exit Paragraph
           End-If
           Move IbkCtl-Business-Date to Batch-Business-Date
           Move IbkCtl-File-Seq      to Batch-File-Seq

           Move "N" to IbkEOF-Switch
           Perform 1310-Read-Control-Scan
           Perform 1320-Tally-One-Control-Record
               Until NoMoreIbkRequests or BatchControlsFailed
           Close IbkRequestFile
           Move "N" to IbkEOF-Switch

           If not BatchControlsFailed and not TrailerSeen
              Move "NO TRAILER -- FILE TRUNCATED" to Refusal-Reason
              Move "Y" to ControlFail-Switch
           End-If

           If not BatchControlsFailed
              Perform 1350-Check-File-Registry
           End-If.

       1310-Read-Control-Scan.
           Read IbkRequestFile
               At End
                   Move "Y" to IbkEOF-Switch
           End-Read.

       1320-Tally-One-Control-Record.
           Evaluate True
               When IbkCtl-Trailer
                   Set TrailerSeen to true
                   Evaluate True
                       When IbkCtl-Record-Count
                              not = Control-Actual-Count
                           Move "TRAILER COUNT DISAGREES"
                             to Refusal-Reason
                           Move "Y" to ControlFail-Switch
                       When IbkCtl-Amount-Hash
                              not = Control-Actual-Hash
                           Move "TRAILER HASH DISAGREES"
                             to Refusal-Reason
                           Move "Y" to ControlFail-Switch
                       When IbkCtl-Business-Date
                              not = Batch-Business-Date
                             or IbkCtl-File-Seq not = Batch-File-Seq
                           Move "TRAILER IDENTITY DISAGREES"
                             to Refusal-Reason
                           Move "Y" to ControlFail-Switch
                       When Other
                           Continue
                   End-Evaluate
               When IbkCtl-Header
                   Move "DUPLICATE CONTROL HEADER" to Refusal-Reason
                   Move "Y" to ControlFail-Switch
               When Other
                   If TrailerSeen
                      Move "REQUESTS FOLLOW THE TRAILER"
                        to Refusal-Reason
                      Move "Y" to ControlFail-Switch
                   Else
                      Add 1 to Control-Actual-Count
                      Add IbkReq-Amount to Control-Actual-Hash
                   End-If
           End-Evaluate
           If not BatchControlsFailed
              Perform 1310-Read-Control-Scan
           End-If.

       1350-Check-File-Registry.
           Move "N" to RegistryEOF-Switch
           Open Input IbkRegistryFile
           If not IbkRegistryOK
              Exit Paragraph
           End-If
           Perform 1360-Read-Registry-Record
           Perform 1370-Match-One-Registry-Record
               Until NoMoreRegistryRecords or BatchControlsFailed
           Close IbkRegistryFile.

       1360-Read-Registry-Record.
           If not NoMoreRegistryRecords
              Read IbkRegistryFile
                  At End
                      Move "Y" to RegistryEOF-Switch
              End-Read
           End-If.

       1370-Match-One-Registry-Record.
           If Registry-Business-Date = Batch-Business-Date
                 and Registry-File-Seq = Batch-File-Seq
              Move "FILE ALREADY APPLIED" to Refusal-Reason
              Move "Y" to ControlFail-Switch
           Else
              Perform 1360-Read-Registry-Record
           End-If.

      *  CUSTXREF is only read; CHKREG and the warehouse are created
      *  on first use, the way Check and WhseLoad create them
       1400-Open-Posting-Files.
           Open Input CustXrefFile
           If not CustXrefOK
              Display "IbkIn: unable to open CUSTXREF, rc="
                      CustXrefStatus ", no request can be verified"
              Move "CUSTXREF WOULD NOT OPEN, RERUN"
                to Refusal-Reason
              Move "Y" to PostFiles-Switch
              Exit Paragraph
           End-If
           Open I-O CheckRegisterFile
           If CheckRegStatus = "35"
              Open Output CheckRegisterFile
              Close CheckRegisterFile
              Open I-O CheckRegisterFile
           End-If
           If CheckRegOK
              Move "Y" to CheckReg-Switch
           Else
              Display "IbkIn: unable to open CHKREG, rc="
                      CheckRegStatus
           End-If
           Open I-O WarehouseFile
           If WarehouseStatus = "35"
              Open Output WarehouseFile
              Close WarehouseFile
              Open I-O WarehouseFile
           End-If
           If WarehouseOK
              Move "Y" to Whse-Switch
              Perform 1500-Find-Next-Sequence
           Else
              Display "IbkIn: unable to open TXNWHSE, rc="
                      WarehouseStatus
           End-If.

       1450-Close-Posting-Files.
           Close CustXrefFile
           If CheckRegisterOpen
              Close CheckRegisterFile
           End-If
           If WarehouseFileOpen
              Close WarehouseFile
           End-If.

       1500-Find-Next-Sequence.
           Move "N" to WhseEOF-Switch
           Move zero to Whse-Seq
           Start WarehouseFile Key is Not Less Than Whse-Seq
               Invalid Key
                   Move "Y" to WhseEOF-Switch
           End-Start
           Perform 1510-Read-Whse
           Perform 1520-Note-One-Whse
               Until NoMoreWhseRecords.

       1510-Read-Whse.
           If not NoMoreWhseRecords
              Read WarehouseFile Next Record
                  At End
                      Move "Y" to WhseEOF-Switch
              End-Read
           End-If.

       1520-Note-One-Whse.
           Compute Next-Whse-Seq = Whse-Seq + 1
           Perform 1510-Read-Whse.

      *****************************************************************
      * One record off IBKREQ: the control records were verified up   *
      * front and are passed over; every request is validated and     *
      * carried out or rejected, and answered on IBKRESP either way.  *
      *****************************************************************
       2000-Process-One-Request.
           Move spaces to Reject-Reason Reject-Text
           Move zero to Lodged-Whse-Seq
           Evaluate True
               When IbkCtl-Header
                   Perform 1100-Read-Request
                   Exit Paragraph
               When IbkCtl-Trailer
                   Perform 1100-Read-Request
                   Exit Paragraph
               When IbkReq-Transfer
                   Perform 2100-Process-Transfer
               When IbkReq-Future-Transfer
                   Perform 2200-Process-Future-Transfer
               When IbkReq-Stop-Payment
                   Perform 2300-Process-Stop-Payment
               When Other
                   Move "I13" to Reject-Reason
                   Move "UNKNOWN REQUEST TYPE" to Reject-Text
           End-Evaluate
           Perform 2900-Write-Response
           Perform 1100-Read-Request.

      *****************************************************************
      * A transfer between two of the customer's own accounts posts   *
      * tonight: both accounts verified, then the available balance   *
      * of the from account has to cover it, and the two legs post    *
      * through the Account objects journal-linked to each other, the *
      * way StandOrd posts an internal standing order.                 *
      *****************************************************************
       2100-Process-Transfer.
           Perform 2500-Validate-Transfer
           If Reject-Reason not = spaces
              Exit Paragraph
           End-If

           Invoke Account "createAccount"
             using by value IbkReq-From-Account
             returning fromAccount
           Invoke Account "createAccount"
             using by value IbkReq-To-Account
             returning toAccount
           If fromAccount = Null or toAccount = Null
              Move "I03" to Reject-Reason
              Move "ACCOUNT NOT ON FILE" to Reject-Text
              Exit Paragraph
           End-If
           Invoke fromAccount "getAvailableBalance"
             returning From-Available
           If From-Available < IbkReq-Amount
              Move "I07" to Reject-Reason
              Move "INSUFFICIENT AVAILABLE FUNDS" to Reject-Text
              Exit Paragraph
           End-If

           Invoke fromAccount "setJournalLink"
             using by value IbkReq-To-Account
           Invoke fromAccount "debit"
             using by value IbkReq-Amount
           Invoke toAccount "setJournalLink"
             using by value IbkReq-From-Account
           Invoke toAccount "credit"
             using by value IbkReq-Amount
           Add 1 to TransfersPosted.

      *****************************************************************
      * A future-dated transfer is verified exactly as tonight's is,  *
      * less the funds test -- WhseRel validates it afresh, funds and *
      * all, on the day it posts -- and lodged on TXNWHSE as a        *
      * TXNFILE TRANSF under the next warehouse sequence.              *
      *****************************************************************
       2200-Process-Future-Transfer.
           If IbkReq-Effective-Date is not numeric
                 or IbkReq-Effective-Date not > Posting-Business-Date
              Move "I09" to Reject-Reason
              Move "EFFECTIVE DATE NOT IN FUTURE" to Reject-Text
              Exit Paragraph
           End-If
           Perform 2500-Validate-Transfer
           If Reject-Reason not = spaces
              Exit Paragraph
           End-If
           If not WarehouseFileOpen
              Move "I99" to Reject-Reason
              Move "UNABLE TO SCHEDULE TRANSFER" to Reject-Text
              Exit Paragraph
           End-If

           Move spaces to Txn-Record
           Move IbkReq-From-Account  to Txn-Account-Number
           Set Txn-Transfer to true
           Move IbkReq-Amount        to Txn-Amount
           Move IbkReq-To-Account    to Txn-Target-Account
           Move zero                 to Txn-Orig-Date

           Move Next-Whse-Seq        to Whse-Seq
           Move Txn-Record           to Whse-Txn-Image
           Move IbkReq-Effective-Date to Whse-Effective-Date
           Set Whse-Is-Pending to true
           Move "IBANKING"           to Whse-Source
           Move Posting-Business-Date to Whse-Lodged-Date
           Move spaces               to Whse-Fail-Reason
           Write Warehouse-Record
               Invalid Key
                   Display "IbkIn: duplicate sequence " Whse-Seq
                           " on TXNWHSE"
                   Move "I99" to Reject-Reason
                   Move "UNABLE TO SCHEDULE TRANSFER" to Reject-Text
           End-Write
           If Reject-Reason = spaces
              Move Next-Whse-Seq to Lodged-Whse-Seq
              Add 1 to TransfersLodged
           End-If
           Add 1 to Next-Whse-Seq.

      *****************************************************************
      * A stop payment on one of the customer's own checks: the       *
      * drawer account has to be theirs, and the check's CHKREG       *
      * history decides the rest the way TellStop's does -- it must   *
      * have been issued from that account, must not have cleared,    *
      * and must not already be stopped.  The stop is one more        *
      * register event, type "S", requested by IBANKING.               *
      *****************************************************************
       2300-Process-Stop-Payment.
           Move IbkReq-From-Account to Checked-Account
           Perform 2600-Check-Ownership
           If Reject-Reason not = spaces
              Move "I01" to Reject-Reason
              Exit Paragraph
           End-If
           If IbkReq-Check-Number is not numeric
                 or IbkReq-Check-Number = zero
              Move "I10" to Reject-Reason
              Move "CHECK NOT ISSUED FROM ACCOUNT" to Reject-Text
              Exit Paragraph
           End-If

           Perform 2400-Browse-Register-Events
           Evaluate True
               When not IssueEventFound
                     or Issued-Drawer not = IbkReq-From-Account
                   Move "I10" to Reject-Reason
                   Move "CHECK NOT ISSUED FROM ACCOUNT"
                     to Reject-Text
               When Last-Event-Type = "C"
                   Move "I11" to Reject-Reason
                   Move "CHECK HAS ALREADY CLEARED" to Reject-Text
               When Last-Event-Type = "S"
                   Move "I12" to Reject-Reason
                   Move "A STOP IS ALREADY IN PLACE" to Reject-Text
               When Other
                   Perform 2450-Write-Stop-Event
           End-Evaluate.

      *****************************************************************
      * Reads this check's own event records off the keyed register   *
      * from sequence zero until the check number changes: the Issued *
      * event supplies drawer, payee, amount and memo, the last event *
      * tells whether it already cleared or was stopped, and the      *
      * highest sequence says where the stop event goes.              *
      *****************************************************************
       2400-Browse-Register-Events.
           Move "N" to IssueFound-Switch
           Move "N" to RegisterEOF-Switch
           Move spaces to Last-Event-Type
           Move 1 to Next-Event-Seq
           If not CheckRegisterOpen
              Exit Paragraph
           End-If
           Move IbkReq-Check-Number to Register-Check-Number
           Move zero to Register-Event-Seq
           Start CheckRegisterFile
               Key is Not Less Than Register-Event-Key
               Invalid Key
                   Move "Y" to RegisterEOF-Switch
           End-Start
           Perform 2410-Read-Register-Event
           Perform 2420-Note-One-Register-Event
               Until NoMoreRegisterEvents.

       2410-Read-Register-Event.
           If not NoMoreRegisterEvents
              Read CheckRegisterFile Next Record
                  At End
                      Move "Y" to RegisterEOF-Switch
              End-Read
           End-If.

       2420-Note-One-Register-Event.
           If Register-Check-Number not = IbkReq-Check-Number
              Move "Y" to RegisterEOF-Switch
              Exit Paragraph
           End-If
           Move Register-Event-Type to Last-Event-Type
           Compute Next-Event-Seq = Register-Event-Seq + 1
           If Register-Event-Issued
              Move "Y" to IssueFound-Switch
              Move Register-Amount         to Issued-Amount
              Move Register-Payee-Account  to Issued-Payee
              Move Register-Drawer-Account to Issued-Drawer
              Move Register-Memo           to Issued-Memo
           End-If
           Perform 2410-Read-Register-Event.

       2450-Write-Stop-Event.
           Move IbkReq-Check-Number   to Register-Check-Number
           Move Next-Event-Seq        to Register-Event-Seq
           Move Issued-Drawer         to Register-Drawer-Account
           Move Issued-Payee          to Register-Payee-Account
           Move Issued-Amount         to Register-Amount
           Move Posting-Business-Date to Register-Event-Date
           Set Register-Event-Stopped to true
           Move Issued-Memo           to Register-Memo
           Move Ibanking-Requester    to Register-Requested-By
           Write Check-Register-Record
               Invalid Key
                   Display "IbkIn: unable to write CHKREG stop for "
                           "check " IbkReq-Check-Number ", rc="
                           CheckRegStatus
                   Move "I99" to Reject-Reason
                   Move "UNABLE TO PLACE THE STOP" to Reject-Text
               Not Invalid Key
                   Add 1 to StopsPlaced
           End-Write.

      *****************************************************************
      * Shared checks for both kinds of transfer: a positive amount,  *
      * two different accounts, both linked to the requesting         *
      * customer on CUSTXREF, and both on ACCTMAST, open, and of a    *
      * type that takes online transfers.  Leaves Reject-Reason at    *
      * spaces when the transfer may proceed.                          *
      *****************************************************************
       2500-Validate-Transfer.
           If IbkReq-Amount not > zero
              Move "I06" to Reject-Reason
              Move "INVALID AMOUNT" to Reject-Text
              Exit Paragraph
           End-If
           If IbkReq-From-Account = IbkReq-To-Account
              Move "I08" to Reject-Reason
              Move "FROM AND TO ACCOUNT ARE SAME" to Reject-Text
              Exit Paragraph
           End-If

           Move IbkReq-From-Account to Checked-Account
           Perform 2600-Check-Ownership
           If Reject-Reason not = spaces
              Move "I01" to Reject-Reason
              Exit Paragraph
           End-If
           Move IbkReq-To-Account to Checked-Account
           Perform 2600-Check-Ownership
           If Reject-Reason not = spaces
              Move "I02" to Reject-Reason
              Exit Paragraph
           End-If

           Move IbkReq-From-Account to Checked-Account
           Perform 2700-Check-Account-Standing
           If Reject-Reason not = spaces
              Exit Paragraph
           End-If
           Move IbkReq-To-Account to Checked-Account
           Perform 2700-Check-Account-Standing.

      *  the customer-to-account link has to be on CUSTXREF; the
      *  caller supplies which of I01/I02 it means
       2600-Check-Ownership.
           Move IbkReq-Customer-Number to Xref-Customer-Number
           Move Checked-Account        to Xref-Account-Number
           Read CustXrefFile
               Invalid Key
                   Move "I01" to Reject-Reason
                   Move "ACCOUNT NOT OWNED BY CUSTOMER"
                     to Reject-Text
           End-Read.

      *****************************************************************
      * Check digit, existence on ACCTMAST, open status and an        *
      * account type that takes transfers.  Read against this         *
      * program's own connector -- the Account factory's              *
      * "createAccount" would create a missing account rather than    *
      * report it.                                                     *
      *****************************************************************
       2700-Check-Account-Standing.
           Move Checked-Account to Checked-Binary-Account
           Invoke Account "checkDigitIsValid"
             using by value Checked-Binary-Account
             returning Checked-Digit-Result
           If Checked-Digit-Result not = "Y"
              Move "I03" to Reject-Reason
              Move "INVALID ACCOUNT NUMBER" to Reject-Text
              Exit Paragraph
           End-If

           Perform 2750-Read-Master-Record
           Evaluate True
               When not MasterRecordFound
                   Move "I03" to Reject-Reason
                   Move "ACCOUNT NOT ON FILE" to Reject-Text
               When not Master-Status-Open
                   Move "I04" to Reject-Reason
                   Move "ACCOUNT NOT OPEN" to Reject-Text
               When not Master-Type-Basic and not Master-Type-Checking
                     and not Master-Type-Savings
                   Move "I05" to Reject-Reason
                   Move "ACCOUNT TAKES NO TRANSFERS" to Reject-Text
               When Other
                   Continue
           End-Evaluate.

       2750-Read-Master-Record.
           Move "N" to MasterFound-Switch
           Open Input AcctMasterFile
           If not AcctMasterOK
              Exit Paragraph
           End-If
           Move Checked-Account to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Set MasterRecordFound to true
           End-Read
           Close AcctMasterFile.

      *****************************************************************
      * One IBKRESP record per request, echoing the vendor's          *
      * reference so it can match our answer to what the customer     *
      * keyed.                                                         *
      *****************************************************************
       2900-Write-Response.
           Move spaces to Ibk-Response-Record
           Move IbkReq-Customer-Number to IbkResp-Customer-Number
           Move IbkReq-Type            to IbkResp-Type
           Move IbkReq-Reference       to IbkResp-Reference
           If Reject-Reason = spaces
              Set IbkResp-Accepted to true
           Else
              Set IbkResp-Rejected to true
              Add 1 to RequestsRejected
           End-If
           Move Reject-Reason          to IbkResp-Reason-Code
           Move Reject-Text            to IbkResp-Reason-Text
           Move Lodged-Whse-Seq        to IbkResp-Whse-Seq
           Move Posting-Business-Date  to IbkResp-Business-Date
           Write Ibk-Response-Record.

       2950-Write-File-Refusal.
           Move spaces to Ibk-Response-Record
           Move zero                  to IbkResp-Customer-Number
           Move "FILE  "              to IbkResp-Type
           Set IbkResp-Rejected to true
           Move "I99"                 to IbkResp-Reason-Code
           Move Refusal-Reason        to IbkResp-Reason-Text
           Move zero                  to IbkResp-Whse-Seq
           Move Posting-Business-Date to IbkResp-Business-Date
           Write Ibk-Response-Record.

       9000-Terminate.
           Close IbkResponseFile
           If NoIbkFileTonight
              Display "IbkIn: nothing to post tonight"
              Exit Paragraph
           End-If
           If not BatchControlsFailed and not PostingFilesFailed
              Close IbkRequestFile
              Perform 1450-Close-Posting-Files
              Perform 9100-Record-File-Applied
           End-If
           Perform 9400-Write-Run-History
           Display "IbkIn: read=" RequestsRead
                   " transfers=" TransfersPosted
                   " scheduled=" TransfersLodged
                   " stops=" StopsPlaced
                   " rejected=" RequestsRejected.

       9100-Record-File-Applied.
           Open Extend IbkRegistryFile
           If IbkRegistryStatus = "35"
              Open Output IbkRegistryFile
           End-If
           Move Batch-Business-Date to Registry-Business-Date
           Move Batch-File-Seq      to Registry-File-Seq
           Accept Registry-Applied-Date from Date YYYYMMDD
           Accept Registry-Applied-Time from Time
           Move zero                to Registry-Partition
           Write Txn-Registry-Record
           Close IbkRegistryFile.

      *  the internet-banking row of the stage-1 posting history, as
      *  AchPost and RdcPost write theirs
       9400-Write-Run-History.
           Open Extend RunHistFile
           If RunHistStatus = "35"
              Open Output RunHistFile
           End-If
           Move Posting-Business-Date to RunHist-Business-Date
           Move 1                to RunHist-Stage-Number
           Move "IBANKING"       to RunHist-Stage-Name
           Move Stage-Start-Date to RunHist-Start-Date
           Move Stage-Start-Time to RunHist-Start-Time
           Accept RunHist-End-Date from Date YYYYMMDD
           Accept RunHist-End-Time from Time
           Move RequestsRead     to RunHist-Records-Read
           Compute RunHist-Records-Applied =
               TransfersPosted + TransfersLodged + StopsPlaced
           Move RequestsRejected to RunHist-Records-Rejected
           Move zero             to RunHist-Checks-Posted
           Move zero             to RunHist-Checks-Bounced
           Write Run-History-Record
           Close RunHistFile.

       End program "IbkIn".
