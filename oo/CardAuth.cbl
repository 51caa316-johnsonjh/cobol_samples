       cbl thread,pgmname(longmixed)
      ******************************************************************
      * CardAuth.cbl                                                   *
      *----------------------------------------------------------------*
      * Debit card authorization memo-posting (NightlyRun stage 27).  *
      * Reads the CARDAUTH file from the card processor and approves  *
      * or declines each request: the card must be on CARDMAST and    *
      * active, the request must fit inside what is left of the       *
      * card's daily ATM or POS limit, and the account must be open   *
      * with the available balance to cover it.  An approved          *
      * authorization is memo-posted as a hold with reason CARD       *
      * through the Account object, so it lands on the HOLDFILE       *
      * ledger and comes straight off the available balance a teller  *
      * sees, and is registered on CARDHOLD against the ledger record *
      * it went on.  The hold expires CARDDAYS days (default 3) after *
      * the authorization date, so an authorization that never        *
      * settles drops off by itself in the HoldExpire sweep.  A       *
      * reference already on CARDHOLD has been memo-posted before and *
      * is passed over, so a rerun of the stage holds nothing twice.  *
      * Declines are listed on CARDARPT.                              *
      ******************************************************************
       Identification division.
       Program-id. "CardAuth" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select CardAuthFile Assign to "CARDAUTH"
               Organization is Sequential
               File Status is CardAuthFileStatus.
           Select CardMasterFile Assign to "CARDMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Card-Number
               File Status is CardMasterStatus.
           Select CardHoldFile Assign to "CARDHOLD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Chold-Reference
               File Status is CardHoldStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select AuthReport Assign to "CARDARPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  CardAuthFile.
           Copy CardAuth.
       FD  CardMasterFile.
           Copy CardRec.
       FD  CardHoldFile.
           Copy CardHold.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  AuthReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  CardAuthFileStatus     pic X(02) value spaces.
           88 CardAuthFileOK         value "00".
       01  CardMasterStatus       pic X(02) value spaces.
           88 CardMasterOK           value "00".
       01  CardHoldStatus         pic X(02) value spaces.
           88 CardHoldOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  AuthEOF-Switch         pic X(01) value "N".
           88 NoMoreAuthRecords      value "Y".
       01  MasterFound-Switch     pic X(01) value "N".
           88 MasterRecordFound      value "Y".

       01  Today                  pic 9(8) value zero.
       01  Hold-Days-Env-Value    pic X(02) value spaces.
       01  Hold-Days              pic 9(2) value 3.
       01  Auth-Effective-Date    pic 9(8) value zero.
       01  Auth-Expiry-Date       pic 9(8) value zero.
       01  Auth-Amount            pic S9(9) binary value zero.
       01  Auth-Available         pic S9(9) binary value zero.
       01  Auth-Hold-Seq          pic 9(4) value zero.
       01  Decline-Reason         pic X(24) value spaces.

       01  AuthsRead              pic 9(07) value zero.
       01  AuthsApproved          pic 9(07) value zero.
       01  AuthsDeclined          pic 9(07) value zero.
       01  AuthsDuplicate         pic 9(07) value zero.
       01  ApprovedTotal          pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "CARD AUTHORIZATION DECLINES   ".
           05 H1-Date             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(48) value
              "REFERENCE     CARD NUMBER       CH  ACCOUNT     ".
           05 Filler              pic X(33) value
              " AMOUNT  REASON                  ".
       01  Detail-Line.
           05 D-Reference         pic X(12).
           05 Filler              pic X(02) value spaces.
           05 D-Card              pic 9(16).
           05 Filler              pic X(02) value spaces.
           05 D-Channel           pic X(01).
           05 Filler              pic X(03) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 D-Amount            pic ZZZ,ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 D-Reason            pic X(24).
       01  Summary-Line.
           05 Filler              pic X(10) value "APPROVED: ".
           05 S-Approved          pic ZZZ,ZZ9.
           05 Filler              pic X(09) value "  AMOUNT ".
           05 S-Amount            pic $$$$,$$$,$$9.
           05 Filler              pic X(12) value "  DECLINED: ".
           05 S-Declined          pic ZZZ,ZZ9.
           05 Filler              pic X(13) value "  DUPLICATES:".
           05 S-Duplicate         pic ZZZ,ZZ9.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Process-One-Auth
               Until NoMoreAuthRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "CardAuth: card authorization memo-posting starting"
           Call "GetBusDate" using Today
           Move "CardAuth" to Parm-Req-Program
           Move Hold-Days to Hold-Days-Env-Value
           Move "CARDDAYS" to Parm-Req-Name
           Move Hold-Days-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Hold-Days-Env-Value
           If Hold-Days-Env-Value is numeric
                 and Hold-Days-Env-Value not = "00"
              Move Hold-Days-Env-Value to Hold-Days
           End-If

           Open Output AuthReport
           Move Today to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line

           Open I-O CardHoldFile
           If CardHoldStatus = "35"
              Open Output CardHoldFile
              Close CardHoldFile
              Open I-O CardHoldFile
           End-If
           If not CardHoldOK
              Display "CardAuth: unable to open CARDHOLD, rc="
                      CardHoldStatus
              Move "Y" to AuthEOF-Switch
           End-If
           Open I-O CardMasterFile
           If not CardMasterOK
              Display "CardAuth: unable to open CARDMAST, rc="
                      CardMasterStatus
              Move "Y" to AuthEOF-Switch
           End-If
           Open Input CardAuthFile
           If not CardAuthFileOK
      *  no file from the processor is an ordinary quiet night
              Display "CardAuth: no CARDAUTH file tonight, rc="
                      CardAuthFileStatus
              Move "Y" to AuthEOF-Switch
           End-If
           Perform 1100-Read-Auth.

       1100-Read-Auth.
           If not NoMoreAuthRecords
              Read CardAuthFile
                  At End
                      Move "Y" to AuthEOF-Switch
                  Not At End
                      Add 1 to AuthsRead
              End-Read
           End-If.

      *****************************************************************
      * One authorization request: a reference already registered was *
      * memo-posted by an earlier run and is left alone; anything     *
      * else is approved and held, or declined with the reason.       *
      *****************************************************************
       2000-Process-One-Auth.
           Move Cardauth-Reference to Chold-Reference
           Read CardHoldFile
               Invalid Key
                   Perform 2100-Decide-Auth
               Not Invalid Key
                   Add 1 to AuthsDuplicate
           End-Read
           Perform 1100-Read-Auth.

       2100-Decide-Auth.
           Perform 2200-Check-Card
           If Decline-Reason = spaces
              Perform 2300-Check-Account
           End-If
           If Decline-Reason = spaces
              Perform 2400-Memo-Post-Auth
           Else
              Perform 2900-Report-Decline
           End-If.

      *****************************************************************
      * The card must be known and active, the amount real, and the   *
      * amount must fit inside what the card has left of today's      *
      * limit for the channel it was used through.  The running       *
      * totals start again from zero the first time the card is used  *
      * on a new date.                                                *
      *****************************************************************
       2200-Check-Card.
           Move spaces to Decline-Reason
           Move zero to Auth-Amount
           If Cardauth-Date is numeric and Cardauth-Date not = zero
              Move Cardauth-Date to Auth-Effective-Date
           Else
              Move Today to Auth-Effective-Date
           End-If
           Move Cardauth-Card-Number to Card-Number
           Read CardMasterFile
               Invalid Key
                   Move "UNKNOWN CARD" to Decline-Reason
                   Exit Paragraph
           End-Read
           If not Card-Is-Active
              Move "CARD NOT ACTIVE" to Decline-Reason
              Exit Paragraph
           End-If
           If Cardauth-Amount not numeric or Cardauth-Amount = zero
              Move "INVALID AMOUNT" to Decline-Reason
              Exit Paragraph
           End-If
           Move Cardauth-Amount to Auth-Amount
           If Card-Usage-Date not = Auth-Effective-Date
              Move zero to Card-Atm-Used-Today
              Move zero to Card-Pos-Used-Today
           End-If
           Evaluate True
               When Cardauth-Atm
                   If Card-Atm-Used-Today + Auth-Amount
                         > Card-Atm-Daily-Limit
                      Move "OVER ATM DAILY LIMIT" to Decline-Reason
                   End-If
               When Cardauth-Pos
                   If Card-Pos-Used-Today + Auth-Amount
                         > Card-Pos-Daily-Limit
                      Move "OVER POS DAILY LIMIT" to Decline-Reason
                   End-If
               When Other
                   Move "UNKNOWN CHANNEL" to Decline-Reason
           End-Evaluate.

      *****************************************************************
      * The account the card draws on has to be on file and open --   *
      * read on this program's own connector, since the Account       *
      * factory's "createAccount" would create a missing account      *
      * rather than report it -- and its available balance has to     *
      * cover the request.                                            *
      *****************************************************************
       2300-Check-Account.
           Perform 2350-Read-Master-Record
           If not MasterRecordFound
              Move "NO ACCOUNT ON FILE" to Decline-Reason
              Exit Paragraph
           End-If
           If not Master-Status-Open
              Move "ACCOUNT NOT OPEN" to Decline-Reason
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
             using by value Card-Account-Number
             returning workingAccount
           If workingAccount = Null
              Move "NO ACCOUNT ON FILE" to Decline-Reason
              Exit Paragraph
           End-If
           Invoke workingAccount "getAvailableBalance"
             returning Auth-Available
           If Auth-Available < Auth-Amount
              Move "INSUFFICIENT FUNDS" to Decline-Reason
           End-If.

       2350-Read-Master-Record.
           Move "N" to MasterFound-Switch
           Open Input AcctMasterFile
           If not AcctMasterOK
              Exit Paragraph
           End-If
           Move Card-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Set MasterRecordFound to true
           End-Read
           Close AcctMasterFile.

      *****************************************************************
      * Approved: the hold goes on the ledger with reason CARD and an *
      * expiry CARDDAYS after the authorization date, the register    *
      * remembers which ledger record it is, and the card's running   *
      * total for the channel goes up.                                *
      *****************************************************************
       2400-Memo-Post-Auth.
           Compute Auth-Expiry-Date = Function Date-Of-Integer(
               Function Integer-Of-Date(Auth-Effective-Date)
                   + Hold-Days)
           Invoke workingAccount "setHoldDetail"
             using by value "CARD" "CARDAUTH" Auth-Expiry-Date
           Invoke workingAccount "placeHold"
             using by value Auth-Amount
           Invoke workingAccount "getLastHoldSeq"
             returning Auth-Hold-Seq

           Move spaces to Card-Hold-Record
           Move Cardauth-Reference   to Chold-Reference
           Move Cardauth-Card-Number to Chold-Card-Number
           Move Card-Account-Number  to Chold-Account-Number
           Move Cardauth-Channel     to Chold-Channel
           Move Auth-Amount          to Chold-Amount
           Move Auth-Effective-Date  to Chold-Auth-Date
           Move Cardauth-Merchant    to Chold-Merchant
           Move Auth-Hold-Seq        to Chold-Hold-Seq
           Move Auth-Expiry-Date     to Chold-Hold-Expiry
           Set Chold-Open            to true
           Move Today                to Chold-Status-Date
           Move zero                 to Chold-Settled-Amount
           Write Card-Hold-Record
               Invalid Key
                   Display "CardAuth: unable to register "
                           "authorization " Cardauth-Reference
                           ", rc=" CardHoldStatus
           End-Write

           If Cardauth-Atm
              Add Auth-Amount to Card-Atm-Used-Today
           Else
              Add Auth-Amount to Card-Pos-Used-Today
           End-If
           Move Auth-Effective-Date to Card-Usage-Date
           Rewrite Card-Record

           Add 1 to AuthsApproved
           Add Auth-Amount to ApprovedTotal.

       2900-Report-Decline.
           Add 1 to AuthsDeclined
           Move Cardauth-Reference   to D-Reference
           Move Cardauth-Card-Number to D-Card
           Move Cardauth-Channel     to D-Channel
           If Decline-Reason = "UNKNOWN CARD"
              Move zero to D-Account
           Else
              Move Card-Account-Number to D-Account
           End-If
           If Cardauth-Amount is numeric
              Move Cardauth-Amount to D-Amount
           Else
              Move zero to D-Amount
           End-If
           Move Decline-Reason to D-Reason
           Move Detail-Line to Report-Line
           Write Report-Line.

       9000-Terminate.
           Move AuthsApproved  to S-Approved
           Move ApprovedTotal  to S-Amount
           Move AuthsDeclined  to S-Declined
           Move AuthsDuplicate to S-Duplicate
           Move Summary-Line to Report-Line
           Write Report-Line
           Close AuthReport
           Close CardAuthFile
           Close CardMasterFile
           Close CardHoldFile
           Display "CardAuth: read=" AuthsRead
                   " approved=" AuthsApproved
                   " declined=" AuthsDeclined
                   " duplicates=" AuthsDuplicate
                   " held=" ApprovedTotal.

       End program "CardAuth".
