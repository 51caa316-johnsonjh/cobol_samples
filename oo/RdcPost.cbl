       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RdcPost.cbl                                                    *
      *----------------------------------------------------------------*
      * Remote deposit capture posting batch (runs inside             *
      * NightlyRun's posting stage, after AchPost).  Reads the RDCIN  *
      * file of checks business customers scanned in their own        *
      * offices and, for each item, checks that it is a real item     *
      * (amount, check number, and a routing number that passes the   *
      * ABA check digit), that the deposit account is open and takes  *
      * deposits, that the same check has not been deposited before   *
      * -- through RDC, by its RDCHIST entry, or as one of our own    *
      * checks already paid, by its CHKREG history -- and that it     *
      * fits inside what is left of the customer's RDC daily limit on *
      * CUSTEXT (zero means the customer is not enrolled).  An        *
      * accepted item is credited through the Account object with the *
      * ChkHold availability hold applied, the same way a check       *
      * deposited at a teller window is, and recorded on RDCHIST.     *
      * Every refused item goes on the RDCEXRPT exception report the  *
      * business desk works each morning.  The file carries the       *
      * TXNFILE HEADER/TRAILR count-and-hash controls and the RDCREGY *
      * processed-file registry blocks the same file from ever being  *
      * applied twice; a file that fails either is refused whole and  *
      * reported, and the night goes on -- the customer's items are   *
      * simply not deposited until the file is sent again.            *
      ******************************************************************
       Identification division.
       Program-id. "RdcPost" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select RdcInFile Assign to "RDCIN"
               Organization is Sequential
               File Status is RdcInFileStatus.
           Select RdcRegistryFile Assign to "RDCREGY"
               Organization is Sequential
               File Status is RdcRegistryStatus.
           Select RdcHistoryFile Assign to "RDCHIST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Rdch-Key
               File Status is RdcHistoryStatus.
           Select CheckRegisterFile Assign to "CHKREG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Register-Event-Key
               File Status is CheckRegStatus.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select RunHistFile Assign to "RUNHIST"
               Organization is Sequential
               File Status is RunHistStatus.
           Select ExceptionReport Assign to "RDCEXRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  RdcInFile.
           Copy RdcItem.
       FD  RdcRegistryFile.
           Copy TxnRegy.
       FD  RdcHistoryFile.
           Copy RdcHist.
       FD  CheckRegisterFile.
           Copy CheckReg.
       FD  CustExtFile.
           Copy CustExt.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  RunHistFile.
           Copy RunHist.
       FD  ExceptionReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  RdcInFileStatus        pic X(02) value spaces.
           88 RdcInFileOK            value "00".
       01  RdcRegistryStatus      pic X(02) value spaces.
           88 RdcRegistryOK          value "00".
       01  RdcHistoryStatus       pic X(02) value spaces.
           88 RdcHistoryOK           value "00".
       01  CheckRegStatus         pic X(02) value spaces.
           88 CheckRegOK             value "00".
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  RunHistStatus          pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.

       01  RdcEOF-Switch          pic X(01) value "N".
           88 NoMoreRdcItems         value "Y".
       01  RegistryEOF-Switch     pic X(01) value "N".
           88 NoMoreRegistryRecords  value "Y".
       01  RegisterEOF-Switch     pic X(01) value "N".
           88 NoMoreRegisterEvents   value "Y".
       01  ControlFail-Switch     pic X(01) value "N".
           88 BatchControlsFailed    value "Y".
       01  TrailerSeen-Switch     pic X(01) value "N".
           88 TrailerSeen            value "Y".
       01  MasterFound-Switch     pic X(01) value "N".
           88 MasterRecordFound      value "Y".
       01  NoRdcFile-Switch       pic X(01) value "N".
           88 NoRdcFileTonight       value "Y".
       01  CheckReg-Switch        pic X(01) value "N".
           88 CheckRegisterOpen      value "Y".
       01  CustExt-Switch         pic X(01) value "N".
           88 CustExtFileOpen        value "Y".
       01  PostFiles-Switch       pic X(01) value "N".
           88 PostingFilesFailed     value "Y".

       01  Batch-Business-Date    pic 9(8) value zero.
       01  Batch-File-Seq         pic 9(4) value zero.
       01  Control-Actual-Count   pic 9(7) value zero.
       01  Control-Actual-Hash    pic S9(11) comp-3 value zero.

       01  Posting-Business-Date  pic 9(8) value zero.
       01  Stage-Start-Date       pic 9(8) value zero.
       01  Stage-Start-Time       pic 9(8) value zero.

      *  our own routing number, to tell a check drawn on us from one
      *  drawn on another bank; BANKABA, or WIREABA failing that
       01  Bank-Aba-Env-Value     pic X(09) value spaces.
       01  Bank-Routing-Number    pic 9(9) value zero.
       01  OnUs-Drawer-Account    pic 9(6) value zero.

       01  Item-Binary-Account    pic S9(6) binary value zero.
       01  Item-Digit-Result     pic X(01) value "N".
       01  Item-Aba-Result        pic X(01) value "N".
       01  Item-Customer          pic 9(6) value zero.
       01  Item-Hold-Expiry       pic 9(8) value zero.
       01  Owner-Index            pic 9(1) value zero.
       01  Exception-Reason       pic X(28) value spaces.

       01  ItemsRead              pic 9(7) value zero.
       01  ItemsPosted            pic 9(7) value zero.
       01  ItemsRefused           pic 9(7) value zero.
       01  ItemsHeld              pic 9(7) value zero.
       01  PostedTotal            pic S9(11) binary value zero.
       01  RefusedTotal           pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "REMOTE DEPOSIT CAPTURE EXCEPTIONS   ".
           05 H1-Date             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(48) value
              "ACCOUNT  ROUTING    DRAWER ACCOUNT     CHECK NO ".
           05 Filler              pic X(44) value
              "       AMOUNT  REASON                       ".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Routing           pic 9(9).
           05 Filler              pic X(02) value spaces.
           05 D-Drawer-Account    pic X(17).
           05 Filler              pic X(02) value spaces.
           05 D-Check-Number      pic 9(9).
           05 Filler              pic X(02) value spaces.
           05 D-Amount            pic ZZZ,ZZZ,ZZ9-.
           05 Filler              pic X(02) value spaces.
           05 D-Reason            pic X(28).
       01  Refusal-Line.
           05 Filler              pic X(20) value
              "FILE REFUSED WHOLE: ".
           05 R-Reason            pic X(60).
       01  Summary-Line.
           05 Filler              pic X(08) value "POSTED: ".
           05 S-Posted            pic ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 S-Posted-Amount     pic $$$$,$$$,$$9.
           05 Filler              pic X(12) value "   ON HOLD: ".
           05 S-Held              pic ZZZ,ZZ9.
           05 Filler              pic X(12) value "   REFUSED: ".
           05 S-Refused           pic ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 S-Refused-Amount    pic $$$$,$$$,$$9.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Process-One-Item
               Until NoMoreRdcItems
           Perform 9000-Terminate
      *  a refused file or refused items are the business desk's to
      *  work from the report; they never stop the night.  A file
      *  that could not be posted because our own files would not
      *  open is left unapplied for a rerun, and says so in the
      *  return code
           If PostingFilesFailed
              Move 8 to Return-Code
           Else
              Move zero to Return-Code
           End-If
           Goback.

       1000-Initialize.
           Display "RdcPost: remote deposit capture posting starting"
           Accept Stage-Start-Date from Date YYYYMMDD
           Accept Stage-Start-Time from Time
           Call "GetBusDate" using Posting-Business-Date
           Perform 1200-Get-Bank-Routing
           Open Output ExceptionReport
           Move Posting-Business-Date to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line

           Perform 1300-Verify-Batch-Controls
           If NoRdcFileTonight
              Move "Y" to RdcEOF-Switch
           Else
           If BatchControlsFailed
              Move "Y" to RdcEOF-Switch
              Move Refusal-Line to Report-Line
              Write Report-Line
              Display "RdcPost: RDCIN failed batch control "
                      "verification, nothing will be posted"
           Else
              Perform 1400-Open-Posting-Files
              If not PostingFilesFailed
                 Open Input RdcInFile
                 If not RdcInFileOK
                    Display "RdcPost: unable to open RDCIN, rc="
                            RdcInFileStatus
                    Move "RDCIN WOULD NOT OPEN - LEFT FOR A RERUN"
                      to R-Reason
                    Move "Y" to PostFiles-Switch
                    Perform 1450-Close-Posting-Files
                 End-If
              End-If
              If PostingFilesFailed
                 Move "Y" to RdcEOF-Switch
                 Move Refusal-Line to Report-Line
                 Write Report-Line
                 Display "RdcPost: RDCIN not posted and not "
                         "registered, it can be rerun"
              Else
                 Perform 1100-Read-Item
              End-If
           End-If
           End-If.

       1100-Read-Item.
           If not NoMoreRdcItems
              Read RdcInFile
                  At End
                      Move "Y" to RdcEOF-Switch
                  Not At End
                      If not Rdc-Ctl-Header and not Rdc-Ctl-Trailer
                         Add 1 to ItemsRead
                      End-If
              End-Read
           End-If.

       1200-Get-Bank-Routing.
           Move "RdcPost" to Parm-Req-Program
           Move spaces to Bank-Aba-Env-Value
           Move "BANKABA" to Parm-Req-Name
           Move Bank-Aba-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Bank-Aba-Env-Value
           If Bank-Aba-Env-Value is not numeric
              Move spaces to Bank-Aba-Env-Value
              Move "WIREABA" to Parm-Req-Name
              Move Bank-Aba-Env-Value to Parm-Req-Value
              Call "GetParm" using Parm-Request
              Move Parm-Req-Value to Bank-Aba-Env-Value
           End-If
           If Bank-Aba-Env-Value is numeric
              Move Bank-Aba-Env-Value to Bank-Routing-Number
           Else
              Display "RdcPost: no BANKABA routing number, checks "
                      "drawn on us will not be matched to CHKREG"
           End-If.

      *****************************************************************
      * Pre-flight pass over RDCIN before any posting, the shape      *
      * AcctBatch and AchPost run over their files: a HEADER first, a *
      * TRAILR last, and a trailer count and amount hash that agree   *
      * with the items actually on the file; then the file identity   *
      * must not already be on the RDCREGY registry.                  *
      *****************************************************************
       1300-Verify-Batch-Controls.
           Move "N" to ControlFail-Switch
           Move "N" to TrailerSeen-Switch
           Move zero to Control-Actual-Count
           Move zero to Control-Actual-Hash
           Move spaces to R-Reason
           Open Input RdcInFile
           If not RdcInFileOK
      *  no file on the DD is an ordinary night with no RDC deposits
              Display "RdcPost: no RDCIN file tonight, rc="
                      RdcInFileStatus
              Move "Y" to NoRdcFile-Switch
              Exit Paragraph
           End-If

           Read RdcInFile
               At End
                   Move "Y" to ControlFail-Switch
           End-Read
           If BatchControlsFailed
              Move "RDCIN IS EMPTY" to R-Reason
              Close RdcInFile
              Exit Paragraph
           End-If
           If not Rdc-Ctl-Header
              Move "NO BATCH CONTROL HEADER" to R-Reason
              Move "Y" to ControlFail-Switch
              Close RdcInFile
              Exit Paragraph
           End-If
           Move Rdc-Ctl-Business-Date to Batch-Business-Date
           Move Rdc-Ctl-File-Seq      to Batch-File-Seq

           Move "N" to RdcEOF-Switch
           Perform 1310-Read-Control-Scan
           Perform 1320-Tally-One-Control-Record
               Until NoMoreRdcItems or BatchControlsFailed
           Close RdcInFile
           Move "N" to RdcEOF-Switch

           If not BatchControlsFailed and not TrailerSeen
              Move "NO BATCH CONTROL TRAILER -- FILE MAY BE TRUNCATED"
                to R-Reason
              Move "Y" to ControlFail-Switch
           End-If

           If not BatchControlsFailed
              Perform 1350-Check-File-Registry
           End-If.

       1310-Read-Control-Scan.
           Read RdcInFile
               At End
                   Move "Y" to RdcEOF-Switch
           End-Read.

       1320-Tally-One-Control-Record.
           Evaluate True
               When Rdc-Ctl-Trailer
                   Set TrailerSeen to true
                   Evaluate True
                       When Rdc-Ctl-Record-Count
                              not = Control-Actual-Count
                           Move "TRAILER COUNT DISAGREES WITH THE FILE"
                             to R-Reason
                           Move "Y" to ControlFail-Switch
                       When Rdc-Ctl-Amount-Hash
                              not = Control-Actual-Hash
                           Move "TRAILER HASH DISAGREES WITH THE FILE"
                             to R-Reason
                           Move "Y" to ControlFail-Switch
                       When Rdc-Ctl-Business-Date
                              not = Batch-Business-Date
                             or Rdc-Ctl-File-Seq not = Batch-File-Seq
                           Move "TRAILER IDENTITY DISAGREES WITH HEADER"
                             to R-Reason
                           Move "Y" to ControlFail-Switch
                       When Other
                           Continue
                   End-Evaluate
               When Rdc-Ctl-Header
                   Move "DUPLICATE CONTROL HEADER INSIDE RDCIN"
                     to R-Reason
                   Move "Y" to ControlFail-Switch
               When Other
                   If TrailerSeen
                      Move "ITEMS FOLLOW THE CONTROL TRAILER"
                        to R-Reason
                      Move "Y" to ControlFail-Switch
                   Else
                      Add 1 to Control-Actual-Count
                      Add Rdc-Amount to Control-Actual-Hash
                   End-If
           End-Evaluate
           If not BatchControlsFailed
              Perform 1310-Read-Control-Scan
           End-If.

       1350-Check-File-Registry.
           Move "N" to RegistryEOF-Switch
           Open Input RdcRegistryFile
           If not RdcRegistryOK
              Exit Paragraph
           End-If
           Perform 1360-Read-Registry-Record
           Perform 1370-Match-One-Registry-Record
               Until NoMoreRegistryRecords or BatchControlsFailed
           Close RdcRegistryFile.

       1360-Read-Registry-Record.
           If not NoMoreRegistryRecords
              Read RdcRegistryFile
                  At End
                      Move "Y" to RegistryEOF-Switch
              End-Read
           End-If.

       1370-Match-One-Registry-Record.
           If Registry-Business-Date = Batch-Business-Date
                 and Registry-File-Seq = Batch-File-Seq
              Move "FILE ALREADY APPLIED ON A PRIOR NIGHT" to R-Reason
              Move "Y" to ControlFail-Switch
           Else
              Perform 1360-Read-Registry-Record
           End-If.

      *  the history file is created on first use; CHKREG and CUSTEXT
      *  are only read -- no CUSTEXT means no customer is enrolled
       1400-Open-Posting-Files.
           Open I-O RdcHistoryFile
           If RdcHistoryStatus = "35"
              Open Output RdcHistoryFile
              Close RdcHistoryFile
              Open I-O RdcHistoryFile
           End-If
      *  without the history no item can be checked for a repeat
      *  deposit, so nothing posts and the file stays unapplied
           If not RdcHistoryOK
              Display "RdcPost: unable to open RDCHIST, rc="
                      RdcHistoryStatus
              Move "RDCHIST WOULD NOT OPEN - LEFT FOR A RERUN"
                to R-Reason
              Move "Y" to PostFiles-Switch
              Exit Paragraph
           End-If
           Open Input CheckRegisterFile
           If CheckRegOK
              Move "Y" to CheckReg-Switch
           End-If
           Open I-O CustExtFile
           If CustExtOK
              Move "Y" to CustExt-Switch
           Else
              Display "RdcPost: no CUSTEXT file, no customer is "
                      "enrolled for RDC, rc=" CustExtStatus
           End-If.

       1450-Close-Posting-Files.
           Close RdcHistoryFile
           If CheckRegisterOpen
              Close CheckRegisterFile
           End-If
           If CustExtFileOpen
              Close CustExtFile
           End-If.

      *****************************************************************
      * One record off RDCIN: the control records were verified up    *
      * front and are passed over; a check item is validated and      *
      * posted or refused.                                            *
      *****************************************************************
       2000-Process-One-Item.
           Evaluate True
               When Rdc-Ctl-Header
                   Continue
               When Rdc-Ctl-Trailer
                   Continue
               When Rdc-Check-Item
                   Perform 2100-Process-Check-Item
               When Other
                   Move "UNKNOWN RECORD TYPE" to Exception-Reason
                   Perform 2900-Write-Exception
           End-Evaluate
           Perform 1100-Read-Item.

       2100-Process-Check-Item.
           Move spaces to Exception-Reason
           Perform 2200-Validate-Item
           If Exception-Reason = spaces
              Perform 2300-Validate-Deposit-Account
           End-If
           If Exception-Reason = spaces
              Perform 2400-Check-Prior-Deposit
           End-If
           If Exception-Reason = spaces
              Perform 2450-Check-On-Us-Paid
           End-If
           If Exception-Reason = spaces
              Perform 2500-Check-Daily-Limit
           End-If
           If Exception-Reason = spaces
              Perform 2600-Post-Item
           Else
              Perform 2900-Write-Exception
           End-If.

       2200-Validate-Item.
           Evaluate True
               When Rdc-Amount not > zero
                   Move "INVALID AMOUNT" to Exception-Reason
               When Rdc-Check-Number not numeric
                     or Rdc-Check-Number = zero
                   Move "NO CHECK NUMBER" to Exception-Reason
               When Rdc-Drawer-Account = spaces
                   Move "NO DRAWER ACCOUNT" to Exception-Reason
               When Rdc-Routing-Number not numeric
                   Move "INVALID ROUTING NUMBER" to Exception-Reason
               When Other
                   Call "AbaChk" using Rdc-Routing-Number
                                       Item-Aba-Result
                   If Item-Aba-Result not = "Y"
                      Move "INVALID ROUTING NUMBER"
                        to Exception-Reason
                   End-If
           End-Evaluate.

      *****************************************************************
      * The deposit account has to pass the check digit, be on        *
      * ACCTMAST, be open (or dormant, which a deposit wakes), and be *
      * a basic, checking or savings account, and its primary owner   *
      * has to be a linked customer, since the daily limit is the     *
      * customer's.  Read against this program's own connector, since *
      * the Account factory's "createAccount" would create a missing  *
      * account rather than report it.                                *
      *****************************************************************
       2300-Validate-Deposit-Account.
           Move Rdc-Deposit-Account to Item-Binary-Account
           Invoke Account "checkDigitIsValid"
             using by value Item-Binary-Account
             returning Item-Digit-Result
           If Item-Digit-Result not = "Y"
              Move "INVALID DEPOSIT ACCOUNT" to Exception-Reason
              Exit Paragraph
           End-If

           Perform 2350-Read-Master-Record
           Evaluate True
               When not MasterRecordFound
                   Move "NO DEPOSIT ACCOUNT ON FILE"
                     to Exception-Reason
               When not Master-Status-Open
                     and not Master-Status-Dormant
                   Move "DEPOSIT ACCOUNT NOT OPEN" to Exception-Reason
               When not Master-Type-Basic and not Master-Type-Checking
                     and not Master-Type-Savings
                   Move "ACCOUNT DOES NOT TAKE RDC" to Exception-Reason
               When Other
                   Continue
           End-Evaluate
           If Exception-Reason not = spaces
              Exit Paragraph
           End-If

           Move zero to Item-Customer
           Perform 2360-Find-Primary-Owner
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4 or Item-Customer not = zero
           If Item-Customer = zero
              Move "OWNER NOT A LINKED CUSTOMER" to Exception-Reason
           End-If.

       2350-Read-Master-Record.
           Move "N" to MasterFound-Switch
           Open Input AcctMasterFile
           If not AcctMasterOK
              Exit Paragraph
           End-If
           Move Rdc-Deposit-Account to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Set MasterRecordFound to true
           End-Read
           Close AcctMasterFile.

       2360-Find-Primary-Owner.
           If Master-Owner-Is-Primary(Owner-Index)
              Move Master-Owner-Cust-Id(Owner-Index) to Item-Customer
           End-If.

      *  the same check already deposited through RDC, by anyone
       2400-Check-Prior-Deposit.
           Move Rdc-Routing-Number to Rdch-Routing-Number
           Move Rdc-Drawer-Account to Rdch-Drawer-Account
           Move Rdc-Check-Number   to Rdch-Check-Number
           Read RdcHistoryFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "DUPLICATE OF PRIOR RDC ITEM"
                     to Exception-Reason
           End-Read.

      *****************************************************************
      * A check drawn on one of our own accounts that CHKREG already  *
      * shows paid is the same item presented a second time.  The     *
      * drawer account on an on-us check is one of our six-digit      *
      * account numbers.                                              *
      *****************************************************************
       2450-Check-On-Us-Paid.
           If Bank-Routing-Number = zero
                 or Rdc-Routing-Number not = Bank-Routing-Number
                 or not CheckRegisterOpen
              Exit Paragraph
           End-If
           If Rdc-Drawer-Account(1:6) is not numeric
                 or Rdc-Drawer-Account(7:) not = spaces
              Exit Paragraph
           End-If
           Move Rdc-Drawer-Account(1:6) to OnUs-Drawer-Account
           Move "N" to RegisterEOF-Switch
           Move Rdc-Check-Number to Register-Check-Number
           Move zero to Register-Event-Seq
           Start CheckRegisterFile
               Key is Not Less Than Register-Event-Key
               Invalid Key
                   Move "Y" to RegisterEOF-Switch
           End-Start
           Perform 2460-Read-Register-Event
           Perform 2470-Check-One-Register-Event
               Until NoMoreRegisterEvents.

       2460-Read-Register-Event.
           If not NoMoreRegisterEvents
              Read CheckRegisterFile Next Record
                  At End
                      Move "Y" to RegisterEOF-Switch
              End-Read
           End-If.

       2470-Check-One-Register-Event.
           If Register-Check-Number not = Rdc-Check-Number
              Move "Y" to RegisterEOF-Switch
              Exit Paragraph
           End-If
           If Register-Event-Cleared
                 and Register-Drawer-Account = OnUs-Drawer-Account
              Move "ON-US CHECK ALREADY PAID" to Exception-Reason
              Move "Y" to RegisterEOF-Switch
              Exit Paragraph
           End-If
           Perform 2460-Read-Register-Event.

      *****************************************************************
      * The customer has to be enrolled -- a CUSTEXT row with a daily *
      * limit above zero -- and the item has to fit inside what is    *
      * left of that limit today.  The running total starts again     *
      * from zero on a new business date.                             *
      *****************************************************************
       2500-Check-Daily-Limit.
           If not CustExtFileOpen
              Move "CUSTOMER NOT ENROLLED" to Exception-Reason
              Exit Paragraph
           End-If
           Move Item-Customer to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move "CUSTOMER NOT ENROLLED" to Exception-Reason
                   Exit Paragraph
           End-Read
           If CustExt-Rdc-Daily-Limit not numeric
                 or CustExt-Rdc-Daily-Limit = zero
              Move "CUSTOMER NOT ENROLLED" to Exception-Reason
              Exit Paragraph
           End-If
           If CustExt-Rdc-Usage-Date not = Posting-Business-Date
              Move zero to CustExt-Rdc-Used-Today
           End-If
           If CustExt-Rdc-Used-Today + Rdc-Amount
                 > CustExt-Rdc-Daily-Limit
              Move "OVER RDC DAILY LIMIT" to Exception-Reason
           End-If.

      *****************************************************************
      * Accepted: the credit posts through the Account object, the    *
      * AVAILSCH availability hold goes on exactly as it does for a   *
      * check deposited at the window, the check is remembered on     *
      * RDCHIST, and the customer's running total goes up.            *
      *****************************************************************
       2600-Post-Item.
           Invoke Account "createAccount"
             using by value Rdc-Deposit-Account
             returning workingAccount
           If workingAccount = Null
              Move "NO DEPOSIT ACCOUNT ON FILE" to Exception-Reason
              Perform 2900-Write-Exception
              Exit Paragraph
           End-If
           Invoke workingAccount "credit"
             using by value Rdc-Amount

           Move zero to Item-Hold-Expiry
           Call "ChkHold" using Rdc-Amount Item-Hold-Expiry
           If Item-Hold-Expiry > zero
              Invoke workingAccount "setHoldDetail"
                using by value "CHKD" "RDCPOST " Item-Hold-Expiry
              Invoke workingAccount "placeHold"
                using by value Rdc-Amount
              Add 1 to ItemsHeld
           End-If

           Move spaces to Rdc-History-Record
           Move Rdc-Routing-Number    to Rdch-Routing-Number
           Move Rdc-Drawer-Account    to Rdch-Drawer-Account
           Move Rdc-Check-Number      to Rdch-Check-Number
           Move Rdc-Deposit-Account   to Rdch-Deposit-Account
           Move Item-Customer         to Rdch-Customer-Number
           Move Rdc-Amount            to Rdch-Amount
           Move Posting-Business-Date to Rdch-Deposit-Date
           Move Item-Hold-Expiry      to Rdch-Hold-Expiry
           Move Batch-Business-Date   to Rdch-File-Date
           Move Batch-File-Seq        to Rdch-File-Seq
           Write Rdc-History-Record
               Invalid Key
                   Display "RdcPost: unable to record RDCHIST item "
                           Rdc-Check-Number ", rc=" RdcHistoryStatus
           End-Write

           Add Rdc-Amount to CustExt-Rdc-Used-Today
           Move Posting-Business-Date to CustExt-Rdc-Usage-Date
           Rewrite Cust-Ext-Record

           Add 1 to ItemsPosted
           Add Rdc-Amount to PostedTotal.

       2900-Write-Exception.
           Add 1 to ItemsRefused
           Move Rdc-Deposit-Account to D-Account
           If Rdc-Routing-Number is numeric
              Move Rdc-Routing-Number to D-Routing
           Else
              Move zero to D-Routing
           End-If
           Move Rdc-Drawer-Account  to D-Drawer-Account
           If Rdc-Check-Number is numeric
              Move Rdc-Check-Number to D-Check-Number
           Else
              Move zero to D-Check-Number
           End-If
           Move Rdc-Amount          to D-Amount
           Add Rdc-Amount           to RefusedTotal
           Move Exception-Reason    to D-Reason
           Move Detail-Line to Report-Line
           Write Report-Line.

       9000-Terminate.
           Move ItemsPosted  to S-Posted
           Move PostedTotal  to S-Posted-Amount
           Move ItemsHeld    to S-Held
           Move ItemsRefused to S-Refused
           Move RefusedTotal to S-Refused-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ExceptionReport
           If NoRdcFileTonight
              Display "RdcPost: nothing to post tonight"
              Exit Paragraph
           End-If
           If not BatchControlsFailed and not PostingFilesFailed
              Close RdcInFile
              Perform 1450-Close-Posting-Files
              Perform 9100-Record-File-Applied
           End-If
           Perform 9400-Write-Run-History
           Display "RdcPost: read=" ItemsRead
                   " posted=" ItemsPosted
                   " held=" ItemsHeld
                   " refused=" ItemsRefused
                   " amount=" PostedTotal.

       9100-Record-File-Applied.
           Open Extend RdcRegistryFile
           If RdcRegistryStatus = "35"
              Open Output RdcRegistryFile
           End-If
           Move Batch-Business-Date to Registry-Business-Date
           Move Batch-File-Seq      to Registry-File-Seq
           Accept Registry-Applied-Date from Date YYYYMMDD
           Accept Registry-Applied-Time from Time
           Move zero                to Registry-Partition
           Write Txn-Registry-Record
           Close RdcRegistryFile.

      *  the RDC row of the stage-1 posting history, as AchPost
      *  writes the ACH one
       9400-Write-Run-History.
           Open Extend RunHistFile
           If RunHistStatus = "35"
              Open Output RunHistFile
           End-If
           Move Posting-Business-Date to RunHist-Business-Date
           Move 1                to RunHist-Stage-Number
           Move "RDC POSTING"    to RunHist-Stage-Name
           Move Stage-Start-Date to RunHist-Start-Date
           Move Stage-Start-Time to RunHist-Start-Time
           Accept RunHist-End-Date from Date YYYYMMDD
           Accept RunHist-End-Time from Time
           Move ItemsRead        to RunHist-Records-Read
           Move ItemsPosted      to RunHist-Records-Applied
           Move ItemsRefused     to RunHist-Records-Rejected
           Move zero             to RunHist-Checks-Posted
           Move zero             to RunHist-Checks-Bounced
           Write Run-History-Record
           Close RunHistFile.

       End program "RdcPost".
