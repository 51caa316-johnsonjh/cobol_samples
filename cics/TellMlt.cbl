      ******************************************************************
      * TellMlt.cbl                                                    *
      *----------------------------------------------------------------*
      * TELLMLT -- online, pseudo-conversational multi-leg posting     *
      * (transaction TMLT).  "Deposit this check, $200 back in cash,   *
      * the rest split between checking and savings" becomes ONE       *
      * transaction: up to six legs (account, C/D, amount) keyed with  *
      * the tendered amount, validated as a set -- credits less debits *
      * must equal the tender, every account must pass the checks      *
      * TellPost applies -- and then posted atomically in the spirit   *
      * of the TRANSF pair: nothing posts until every leg has passed,  *
      * so the set posts whole or not at all.  Each leg's journal      *
      * entry is cross-linked through Journal-Link-Account to the      *
      * first leg's account, and every entry carries this operator for *
      * TellBal.  First-time-in versus re-entry is told apart with     *
      * EIBCALEN, the ordinary CICS way.  The first leg account's      *
      * authorized signers and power-of-attorney holders (ACCTSIGN)    *
      * list beneath the legs; a set keyed with a signer's customer    *
      * number needs that signer valid on the business date on every   *
      * debit leg's account, each debit within the signer's per-item   *
      * limit, and every leg is journaled under the signer.  The leg   *
      * accounts' active alert memos (ACCTMEMO) list at the foot of    *
      * the screen, and a STOP memo on any leg refuses the whole set   *
      * unless a level-3 supervisor keys an override, logged to        *
      * MEMOOVR for each stopped leg.  Each leg sends the customer a   *
      * receipt to the branch printer through RcptFmt as it posts      *
      * (reprinted with TRCT).                                         *
      ******************************************************************
       Identification division.
       Program-id. "TellMlt".
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 2.
           Copy AcctRec.
      *  employee-account control -- an operator linked to a customer
      *  on OPERFILE may not work an account that customer owns or
      *  signs on (see 1600-Check-Employee-Account)
       01  Employee-Account          pic 9(6) value zero.
       01  Employee-Owner-Index      pic 9(1) value zero.
       01  EmpSignDone-Switch        pic X(01) value "N".
           88 EmpSignBrowseDone         value "Y".
       01  Employee-Message-Work     pic X(79) value spaces.

      *  batch/online interlock -- when NightlyRun has the account
      *  master, posting is closed and this transaction answers
       01  Effective-Date            pic 9(8) value zero.
       01  Business-Date             pic 9(8) value zero.

      *  authorized signers and power-of-attorney holders (ACCTSIGN)
      *  -- the first leg account's are listed for the teller to
      *  check the person at the window; a set keyed with a signer's
      *  customer number needs that signer valid today on every
      *  debit leg's account, each debit within the signer's per-item
      *  limit, and every leg is journaled under the signer
           Copy AcctSign.
       01  Teller-Signer             pic 9(6) value zero.
       01  Signer-Account            pic 9(6) value zero.
       01  SignDone-Switch           pic X(01) value "N".
           88 SignBrowseDone            value "Y".
       01  SignList-Switch           pic X(01) value "N".
           88 ListTheSigners            value "Y".
       01  SignerFound-Switch        pic X(01) value "N".
           88 SignerOnFile              value "Y".
       01  Signer-Found-Status       pic X(07) value spaces.
           88 Signer-Found-Valid        value "VALID".
       01  Signer-Found-Limit        pic S9(9) binary value zero.
       01  Signer-Rows-Found         pic 9(2) value zero.
       01  Signer-Lines-Filled       pic 9(1) value zero.
       01  Signer-Status-Work        pic X(07) value spaces.
       01  Signer-Message-Work       pic X(79) value spaces.
       01  Signer-Header-Work.
           05 Filler                 pic X(38) value
              "AUTHORIZED SIGNERS / POWER OF ATTORNEY".
           05 SH-Note                pic X(10) value spaces.
       01  Signer-Line-Work.
           05 SL-Type                pic X(03).
           05 Filler                 pic X(01) value space.
           05 SL-Customer            pic 9(6).
           05 Filler                 pic X(01) value space.
           05 SL-Name                pic X(16).
           05 Filler                 pic X(01) value space.
           05 SL-Status              pic X(07).
           05 Filler                 pic X(01) value space.
           05 SL-Limit               pic Z,ZZZ,ZZ9.99.
           05 SL-Limit-Text redefines SL-Limit
                                     pic X(12).

      *  the leg accounts' alert memos (ACCTMEMO) -- the first three
      *  active ones list at the foot of the screen; a STOP memo on
      *  any leg refuses the set unless a level-3 supervisor other
      *  than the teller keys an override, and the override is logged
      *  to MEMOOVR for every stopped leg
           Copy AcctMemo.
           Copy MemoOvr.
       01  Memo-Account              pic 9(6) value zero.
       01  MemoDone-Switch           pic X(01) value "N".
           88 MemoBrowseDone            value "Y".
       01  StopMemo-Switch           pic X(01) value "N".
           88 StopMemoFound             value "Y".
       01  Memo-Rows-Found           pic 9(3) value zero.
       01  Memo-Lines-Filled         pic 9(1) value zero.
       01  Memo-Line-Work.
           05 ML-Account             pic 9(6).
           05 Filler                 pic X(01) value space.
           05 ML-Severity            pic X(04).
           05 Filler                 pic X(01) value space.
           05 ML-Text                pic X(50).
           05 Filler                 pic X(01) value space.
           05 ML-Expiry              pic 9999/99/99.
           05 ML-Expiry-Text redefines ML-Expiry
                                     pic X(10).
      *  a second OPERFILE image for the supervisor overriding a STOP
      *  memo -- the teller's own record above must not be disturbed
      *  by the supervisor lookup
       01  Supervisor-Record.
           05 Sup-Id                 pic X(08).
           05 Sup-Name               pic X(20).
           05 Sup-Auth-Level         pic 9(01).
              88 Sup-Level-Supervisor   value 3.
           05 Sup-Posting-Limit      pic S9(9) binary.
           05 Sup-Status             pic X(01).
              88 Sup-Is-Active          value "A".
           05 Filler                 pic X(20).
       01  Supervisor-OK-Switch      pic X(01) value "N".
           88 SupervisorVerified        value "Y".

      *  one receipt per leg, each formatted and sent to the branch
      *  printer by RcptFmt as its leg posts
           Copy RcptReq.
       01  Receipt-Request-Length    pic S9(4) comp value 607.
       01  Receipt-Expiry            pic 9999/99/99.
       01  ReceiptFailed-Switch      pic X(01) value "N".
           88 SomeReceiptFailed         value "Y".

      *****************************************************************
      * The keyed legs, unpacked off the map so the validation and    *
      * posting passes work one table instead of eighteen fields.     *
                 88 Leg-Is-Debit        value "D".
              10 Leg-Amount          pic S9(9) binary.
              10 Leg-Used            pic X(1).
      *  the leg account's first active STOP memo -- zero, none
              10 Leg-Stop-Sequence   pic 9(3).
              10 Leg-Stop-Text       pic X(50).

       01  Leg-Objects.
           05 Leg-Object occurs 6 times
              Exit Paragraph
           End-If

           Call "GetBusDate" using Business-Date
           Move zero to Teller-Signer
           If SIGNERL not = zero
              If SIGNERI is not numeric
                 Move "SIGNER CUSTOMER NUMBER MUST BE NUMERIC"
                     to MSGLO
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
              Move SIGNERI to Teller-Signer
           End-If
           Move First-Leg-Account to Signer-Account
           Move "Y" to SignList-Switch
           Perform 3500-Browse-Signers
           Move "N" to SignList-Switch
           Move zero to Memo-Rows-Found Memo-Lines-Filled
           Move "N" to StopMemo-Switch
           Perform 3600-List-Leg-Memos
               Varying Leg-Index from 1 by 1
               Until Leg-Index > 6
           If Memo-Rows-Found > 3
              Move "MORE MEMOS THAN SHOWN - TMEM LISTS THEM ALL"
                  to MEMO3O
           End-If

      *  the set must net to the tender before anything moves
           Move zero to Net-Amount
           Perform 3200-Net-One-Leg
              Exit Paragraph
           End-If

      *  a STOP memo on any leg holds the whole set for one override,
      *  logged against every stopped leg before anything posts
           If StopMemoFound
              Perform 3700-Check-Stop-Override
              If not SupervisorVerified
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
              Perform 3750-Log-Leg-Override
                  Varying Leg-Index from 1 by 1
                  Until Leg-Index > 6
                     or not SupervisorVerified
              If not SupervisorVerified
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
           End-If

           Perform 4000-Post-One-Leg
               Varying Leg-Index from 1 by 1
               Until Leg-Index > 6
           If SomeReceiptFailed
              Move "ALL LEGS POSTED - A RECEIPT DID NOT PRINT, USE TRCT"
                  to MSGLO
           Else
              Move "ALL LEGS POSTED - PF3 TO END" to MSGLO
           End-If
           Perform 5000-Redisplay-Map.

       3100-Unpack-Legs.
              Move "Y" to LegsBad-Switch
              Exit Paragraph
           End-If
           Move Leg-Account(Leg-Index) to Employee-Account
           Perform 1600-Check-Employee-Account
           If Employee-Message-Work not = spaces
              Move Employee-Message-Work to MSGLO
              Move "Y" to LegsBad-Switch
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
               using by value Leg-Account(Leg-Index)
               returning Leg-Object(Leg-Index)
              Move "Y" to LegsBad-Switch
              Exit Paragraph
           End-If
           If Teller-Signer not = zero and Leg-Is-Debit(Leg-Index)
              Perform 3400-Check-Leg-Signer
              If Signer-Message-Work not = spaces
                 Move Signer-Message-Work to MSGLO
                 Move "Y" to LegsBad-Switch
                 Exit Paragraph
              End-If
           End-If
           If Leg-Is-Debit(Leg-Index)
              Invoke Leg-Object(Leg-Index) "getAvailableBalance"
                  returning Leg-Available-Work
              End-If
           End-If.

      *****************************************************************
      * A debit leg on a signer's authority: the keyed customer must  *
      * be on ACCTSIGN for that leg's account, valid on the business  *
      * date -- an expired, revoked or not-yet-effective signer is    *
      * refused -- and the leg within the signer's per-item limit.    *
      *****************************************************************
       3400-Check-Leg-Signer.
           Move spaces to Signer-Message-Work
           Move Leg-Account(Leg-Index) to Signer-Account
           Perform 3500-Browse-Signers
           If not SignerOnFile
              Move "SIGNER IS NOT ON FILE FOR A DEBIT LEG ACCOUNT"
                  to Signer-Message-Work
              Exit Paragraph
           End-If
           If not Signer-Found-Valid
              String "SIGNER AUTHORITY IS " Delimited by size
                     Signer-Found-Status    Delimited by space
                     " ON A DEBIT LEG ACCOUNT" Delimited by size
                  into Signer-Message-Work
              Exit Paragraph
           End-If
           If Signer-Found-Limit not = zero
                 and Leg-Amount(Leg-Index) > Signer-Found-Limit
              Move "A DEBIT LEG EXCEEDS THE SIGNER'S PER-ITEM LIMIT"
                  to Signer-Message-Work
           End-If.

      *****************************************************************
      * One account's signers: a keyed Startbr on ACCTSIGN at the     *
      * account's first sequence.  The row for the keyed signer, if   *
      * any, is kept -- a current one in preference to an older       *
      * revoked or expired one -- and when ListTheSigners the first   *
      * four go on the screen.  NOTFND, or a region without the file, *
      * simply finds none.                                             *
      *****************************************************************
       3500-Browse-Signers.
           Move zero to Signer-Rows-Found Signer-Lines-Filled
           Move "N" to SignDone-Switch SignerFound-Switch
           Move spaces to Signer-Found-Status
           Move zero to Signer-Found-Limit
           Move Signer-Account to Sign-Account-Number
           Move zero to Sign-Sequence
           Exec Cics Startbr
               File   ('ACCTSIGN')
               Ridfld (Sign-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 3520-Browse-One-Signer
               Until SignBrowseDone
           Exec Cics Endbr
               File ('ACCTSIGN')
               Resp (WS-Resp)
           End-Exec
           If Signer-Rows-Found = zero or not ListTheSigners
              Exit Paragraph
           End-If
           Move spaces to SH-Note
           If Signer-Rows-Found > 4
              Move " (MORE)" to SH-Note
           End-If
           Move Signer-Header-Work to SHDRO.

       3520-Browse-One-Signer.
           Exec Cics Readnext
               File   ('ACCTSIGN')
               Into   (Acct-Signer-Record)
               Ridfld (Sign-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to SignDone-Switch
              Exit Paragraph
           End-If
           If Sign-Account-Number not = Signer-Account
              Move "Y" to SignDone-Switch
              Exit Paragraph
           End-If
           Add 1 to Signer-Rows-Found
           Perform 3540-Judge-Signer
           If Teller-Signer not = zero
                 and Sign-Customer-Number = Teller-Signer
                 and not Signer-Found-Valid
              Move "Y" to SignerFound-Switch
              Move Signer-Status-Work to Signer-Found-Status
              Move Sign-Item-Limit    to Signer-Found-Limit
           End-If
           If ListTheSigners and Signer-Lines-Filled < 4
              Add 1 to Signer-Lines-Filled
              Perform 3560-Format-Signer-Line
              Evaluate Signer-Lines-Filled
                  When 1
                      Move Signer-Line-Work to S1O
                  When 2
                      Move Signer-Line-Work to S2O
                  When 3
                      Move Signer-Line-Work to S3O
                  When 4
                      Move Signer-Line-Work to S4O
              End-Evaluate
           End-If.

      *  good from the effective date through the expiry date (zero
      *  -- open-ended) unless revoked; outside that it is not VALID
       3540-Judge-Signer.
           Evaluate true
               When Sign-Is-Revoked
                   Move "REVOKED" to Signer-Status-Work
               When Sign-Effective-Date > Business-Date
                   Move "PENDING" to Signer-Status-Work
               When Sign-Expiry-Date not = zero
                     and Sign-Expiry-Date < Business-Date
                   Move "EXPIRED" to Signer-Status-Work
               When other
                   Move "VALID" to Signer-Status-Work
           End-Evaluate.

       3560-Format-Signer-Line.
           Move Sign-Customer-Number to SL-Customer
           Move Sign-Name            to SL-Name
           Move Signer-Status-Work   to SL-Status
           If Sign-Type-POA
              Move "POA" to SL-Type
           Else
              Move "SGN" to SL-Type
           End-If
           If Sign-Item-Limit = zero
              Move "    NO LIMIT" to SL-Limit-Text
           Else
              Compute SL-Limit = Sign-Item-Limit / 100
           End-If.

      *****************************************************************
      * One leg account's alert memos: a keyed Startbr on ACCTMEMO at *
      * the account's first sequence.  Only active memos count -- not *
      * removed, and not past an expiry date -- and the first three   *
      * across all the legs list, each under its account; with more   *
      * on file the third line says so.  The leg's first STOP memo is *
      * kept on the leg table for the override check and its log.     *
      * NOTFND, or a region without the file, simply lists none.      *
      *****************************************************************
       3600-List-Leg-Memos.
           Move zero to Leg-Stop-Sequence(Leg-Index)
           Move spaces to Leg-Stop-Text(Leg-Index)
           If Leg-Used(Leg-Index) not = "Y"
              Exit Paragraph
           End-If
           Move "N" to MemoDone-Switch
           Move Leg-Account(Leg-Index) to Memo-Account
           Move Memo-Account to Memo-Account-Number
           Move zero to Memo-Sequence
           Exec Cics Startbr
               File   ('ACCTMEMO')
               Ridfld (Memo-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 3620-Browse-One-Memo
               Until MemoBrowseDone
           Exec Cics Endbr
               File ('ACCTMEMO')
               Resp (WS-Resp)
           End-Exec.

       3620-Browse-One-Memo.
           Exec Cics Readnext
               File   ('ACCTMEMO')
               Into   (Acct-Memo-Record)
               Ridfld (Memo-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to MemoDone-Switch
              Exit Paragraph
           End-If
           If Memo-Account-Number not = Memo-Account
              Move "Y" to MemoDone-Switch
              Exit Paragraph
           End-If
           If Memo-Is-Removed
              Exit Paragraph
           End-If
           If Memo-Expiry-Date not = zero
                 and Memo-Expiry-Date < Business-Date
              Exit Paragraph
           End-If
           Add 1 to Memo-Rows-Found
           If Memo-Is-Stop and Leg-Stop-Sequence(Leg-Index) = zero
              Move "Y" to StopMemo-Switch
              Move Memo-Sequence to Leg-Stop-Sequence(Leg-Index)
              Move Memo-Text     to Leg-Stop-Text(Leg-Index)
           End-If
           If Memo-Lines-Filled >= 3
              Exit Paragraph
           End-If
           Add 1 to Memo-Lines-Filled
           Perform 3640-Format-Memo-Line
           Evaluate Memo-Lines-Filled
               When 1
                   Move Memo-Line-Work to MEMO1O
               When 2
                   Move Memo-Line-Work to MEMO2O
               When 3
                   Move Memo-Line-Work to MEMO3O
           End-Evaluate.

       3640-Format-Memo-Line.
           Move Memo-Account-Number to ML-Account
           Evaluate true
               When Memo-Is-Stop
                   Move "STOP" to ML-Severity
               When Memo-Is-Warning
                   Move "WARN" to ML-Severity
               When other
                   Move "INFO" to ML-Severity
           End-Evaluate
           Move Memo-Text to ML-Text
           If Memo-Expiry-Date = zero
              Move "NO EXPIRY" to ML-Expiry-Text
           Else
              Move Memo-Expiry-Date to ML-Expiry
           End-If.

      *****************************************************************
      * A STOP memo on a leg account: the set does not post unless    *
      * OVRID carries the ID of an active level-3 operator other than *
      * the teller, read into its own OPERFILE image the way TellDraw *
      * checks a vault supervisor.  The accepted override is logged   *
      * to MEMOOVR once for every stopped leg, before any leg posts;  *
      * a log that cannot be written refuses the set, so no override  *
      * goes unrecorded.                                              *
      *****************************************************************
       3700-Check-Stop-Override.
           Move "N" to Supervisor-OK-Switch
           If OVRIDL = zero or OVRIDI = spaces
              Move "STOP MEMO ON A LEG - LEVEL-3 OVERRIDE REQUIRED"
                  to MSGLO
              Exit Paragraph
           End-If
           If OVRIDI = Oper-Id
              Move "OVERRIDE MUST BE A DIFFERENT OPERATOR" to MSGLO
              Exit Paragraph
           End-If
           Move OVRIDI to Sup-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Supervisor-Record)
               Ridfld   (Sup-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "OVERRIDE OPERATOR NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           If not Sup-Is-Active or not Sup-Level-Supervisor
              Move "OVERRIDE ID IS NOT AN ACTIVE LEVEL-3 OPERATOR"
                  to MSGLO
              Exit Paragraph
           End-If
           Move "Y" to Supervisor-OK-Switch.

       3750-Log-Leg-Override.
           If Leg-Used(Leg-Index) not = "Y"
                 or Leg-Stop-Sequence(Leg-Index) = zero
              Exit Paragraph
           End-If
           Move Leg-Account(Leg-Index)       to Ovr-Account-Number
           Move Business-Date                to Ovr-Date
           Accept Ovr-Time from Time
           Move Leg-Stop-Sequence(Leg-Index) to Ovr-Memo-Sequence
           Move "TMLT"                       to Ovr-Transaction-Id
           Move Oper-Id                      to Ovr-Operator-Id
           Move Sup-Id                       to Ovr-Supervisor-Id
           Move Leg-Amount(Leg-Index)        to Ovr-Amount
           Move Leg-DrCr(Leg-Index)          to Ovr-DrCr
           Move Leg-Stop-Text(Leg-Index)     to Ovr-Memo-Text
           Exec Cics Write
               File   ('MEMOOVR')
               From   (Memo-Override-Record)
               Ridfld (Ovr-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO LOG THE OVERRIDE - SET NOT POSTED"
                  to MSGLO
              Move "N" to Supervisor-OK-Switch
           End-If.

      *****************************************************************
      * The atomic posting pass: every leg already passed, so by the  *
      * time the first leg moves money nothing later can refuse.      *
           End-If
           Invoke Leg-Object(Leg-Index) "setJournalOperator"
               using by value Oper-Id
           If Teller-Signer not = zero
              Invoke Leg-Object(Leg-Index) "setJournalSigner"
                  using by value Teller-Signer
           End-If
           Call "GetBusDate" using Business-Date
           Call "GetEffDate" using Effective-Date
           If Effective-Date not = Business-Date
           Else
              Invoke Leg-Object(Leg-Index) "debit"
                  using by value Leg-Amount(Leg-Index)
           End-If
           Perform 7000-Print-Leg-Receipt.

      *****************************************************************
      * The leg's receipt goes to the branch printer through RcptFmt, *
      * referenced to the journal entry the leg just wrote -- the     *
      * account's last on the effective date -- with the available    *
      * balance after any check hold the leg placed.  A leg whose     *
      * receipt does not print still stands; the teller is told to    *
      * reprint.                                                      *
      *****************************************************************
       7000-Print-Leg-Receipt.
           Invoke Leg-Object(Leg-Index) "getAvailableBalance"
               returning Leg-Available-Work
           Move "P" to Rcpt-Function
           Move Oper-Branch to Rcpt-Branch
           Move Oper-Id to Rcpt-Operator-Id
           Move Leg-Account(Leg-Index) to Rcpt-Account-Number
           Move Leg-Amount(Leg-Index) to Rcpt-Amount
           If Leg-Is-Credit(Leg-Index)
              Move "DEPOSIT" to Rcpt-Transaction
           Else
              Move "WITHDRAWAL" to Rcpt-Transaction
           End-If
           Move "AVAILABLE" to Rcpt-Balance-Label
           Move Leg-Available-Work to Rcpt-Balance
           Move "PART OF A MULTI-ACCOUNT TRANSACTION" to Rcpt-Detail
           If Leg-Is-Credit(Leg-Index) and Set-Is-Check-Deposit
                 and Hold-Expiry-Date > zero
              Move Hold-Expiry-Date to Receipt-Expiry
              Move spaces to Rcpt-Detail
              String "CHECK HOLD UNTIL " Delimited by size
                     Receipt-Expiry      Delimited by size
                  into Rcpt-Detail
           End-If
           Move "J" to Rcpt-Ref-Kind
           Move Effective-Date to Rcpt-Ref-Date
           Move zero to Rcpt-Ref-Seq
           Exec Cics Link
               Program  ('RcptFmt')
               Commarea (Receipt-Request)
               Length   (Receipt-Request-Length)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL) or not Rcpt-Printed
              Move "Y" to ReceiptFailed-Switch
           End-If.

       1400-Check-Quiesce.
              Move "NOT AUTHORIZED FOR THIS FUNCTION" to MSGLO
              Exit Paragraph
           End-If
      *  the last-sign-on stamp; its outcome never stops the teller
           Exec Cics Link
               Program  ('OperSgn')
               Commarea (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           Move "Y" to Operator-OK-Switch.

      *****************************************************************
      * Employee-account check: an operator linked to a customer on   *
      * OPERFILE may not work an account that customer owns (the      *
      * ACCTMAST owner table) or signs on (any ACCTSIGN row not        *
      * revoked) -- another operator has to.  An operator with no     *
      * link passes; so does an account not on file, which the        *
      * posting itself then refuses.                                   *
      *****************************************************************
       1600-Check-Employee-Account.
           Move spaces to Employee-Message-Work
           If Oper-Customer-Number is not numeric
                 or Oper-Customer-Number = zero
              Exit Paragraph
           End-If
           Move Employee-Account to Master-Account-Number
           Exec Cics Read
               File     ('ACCTMAST')
               Into     (Acct-Master-Record)
               Ridfld   (Master-Account-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Perform 1610-Match-Employee-Owner
                  Varying Employee-Owner-Index from 1 by 1
                  Until Employee-Owner-Index > Master-Owner-Count
                     or Employee-Owner-Index > 4
           End-If
           If Employee-Message-Work not = spaces
              Exit Paragraph
           End-If
           Move "N" to EmpSignDone-Switch
           Move Employee-Account to Sign-Account-Number
           Move zero to Sign-Sequence
           Exec Cics Startbr
               File   ('ACCTSIGN')
               Ridfld (Sign-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 1620-Match-Employee-Signer
               Until EmpSignBrowseDone
           Exec Cics Endbr
               File ('ACCTSIGN')
               Resp (WS-Resp)
           End-Exec.

       1610-Match-Employee-Owner.
           If Master-Owner-Cust-Id(Employee-Owner-Index)
                 = Oper-Customer-Number
              Move "A LEG ACCOUNT IS YOURS - ANOTHER TELLER MUST POST"
                  to Employee-Message-Work
           End-If.

       1620-Match-Employee-Signer.
           Exec Cics Readnext
               File   ('ACCTSIGN')
               Into   (Acct-Signer-Record)
               Ridfld (Sign-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to EmpSignDone-Switch
              Exit Paragraph
           End-If
           If Sign-Account-Number not = Employee-Account
              Move "Y" to EmpSignDone-Switch
              Exit Paragraph
           End-If
           If Sign-Customer-Number = Oper-Customer-Number
                 and not Sign-Is-Revoked
              Move "YOU SIGN ON A LEG ACCOUNT - USE ANOTHER TELLER"
                  to Employee-Message-Work
              Move "Y" to EmpSignDone-Switch
           End-If.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move TENDERI to TENDERO
           Move Set-Funds-Type to FUNDSO
           If Teller-Signer not = zero
              Move Teller-Signer to SIGNERO
           End-If
      *  an override is good for the one set it was keyed for -- the
      *  supervisor's ID is never left on the screen for the next
           Move spaces to OVRIDO

           Exec Cics Send Map ('TELLMLT')
               Mapset  ('MLTMAP')
