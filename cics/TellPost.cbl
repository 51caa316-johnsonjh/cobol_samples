      * TellPost.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLPOST -- online, pseudo-conversational teller posting       *
      * (transaction TPST).  The teller keys an account number, an     *
      * amount in cents and C (credit) or D (debit); the posting       *
      * drives the identical Account "credit"/"debit" methods batch    *
      * uses -- journaled and ACCTRECNT-updated exactly like batch --  *
      * and the screen confirms the new ledger balance.  A debit is    *
      * refused at the window when the available balance cannot cover  *
      * it, and a closed or frozen account is refused before any       *
      * method is driven.  First-time-in versus re-entry is told apart *
      * with EIBCALEN, the ordinary CICS way, same as TellInq.  The    *
      * account's authorized signers and power-of-attorney holders     *
      * (ACCTSIGN) list beneath the posting; one keyed with a signer's *
      * customer number needs that signer valid on the business date   *
      * and within the signer's per-item limit, and is journaled under *
      * the signer.  The account's active alert memos (ACCTMEMO) show  *
      * beneath the posting, and a STOP memo refuses it unless a       *
      * level-3 supervisor keys an override, which is logged to        *
      * MEMOOVR.  Every completed posting sends the customer a receipt *
      * to the branch printer through RcptFmt (reprinted with TRCT).   *
      ******************************************************************
       Identification division.
       Program-id. "TellPost".
       Environment division.
       Configuration section.
       Repository.
           Class Account     is "Account"
           Class LoanAccount is "LoanAccount".

       Data Division.
       Working-Storage Section.
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
      *  inquiry-style only (see Quiesce.cpy)
       01  Queue-Message-Work        pic X(79) value spaces.
       01  Teller-Account-Object     usage object reference Account.
       01  Teller-Account-Status     pic X(01).
       01  Teller-Account-Type       pic X(01).
       01  Teller-Loan-Object        usage object reference LoanAccount.
       01  Loan-Payment-Applied      pic X(01) value "N".
       01  Teller-Available          pic S9(9) binary.
       01  Teller-New-Balance        pic S9(9) binary.
       01  Printable-Balance         pic -$$$,$$$,$$9.

      *  authorized signers and power-of-attorney holders on the
      *  account (ACCTSIGN) -- listed for the teller to check the
      *  person at the window; a posting keyed with a signer's
      *  customer number needs that signer valid today and within
      *  the signer's per-item limit, and is journaled under them
           Copy AcctSign.
       01  Teller-Signer             pic 9(6) value zero.
       01  Signer-Account            pic 9(6) value zero.
       01  SignDone-Switch           pic X(01) value "N".
           88 SignBrowseDone            value "Y".
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

      *  the account's alert memos (ACCTMEMO) -- the first three
      *  active ones list beneath the posting; a STOP memo refuses the
      *  posting unless a level-3 supervisor other than the teller
      *  keys an override, and every override is logged to MEMOOVR
           Copy AcctMemo.
           Copy MemoOvr.
       01  MemoDone-Switch           pic X(01) value "N".
           88 MemoBrowseDone            value "Y".
       01  StopMemo-Switch           pic X(01) value "N".
           88 StopMemoFound             value "Y".
       01  Stop-Memo-Sequence        pic 9(3) value zero.
       01  Stop-Memo-Text            pic X(50) value spaces.
       01  Memo-Rows-Found           pic 9(3) value zero.
       01  Memo-Lines-Filled         pic 9(1) value zero.
       01  Memo-Line-Work.
           05 ML-Severity            pic X(04).
           05 Filler                 pic X(01) value space.
           05 ML-Text                pic X(50).
           05 Filler                 pic X(01) value space.
           05 ML-Expiry              pic 9999/99/99.
           05 ML-Expiry-Text redefines ML-Expiry
                                     pic X(10).
           05 Filler                 pic X(01) value space.
           05 ML-Entered-By          pic X(08).
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

      *  the customer's receipt, formatted and sent to the branch
      *  printer by RcptFmt once the posting has gone through
           Copy RcptReq.
       01  Receipt-Request-Length    pic S9(4) comp value 607.

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move ACCTNOI to Teller-Account-Number
           Call "GetBusDate" using Business-Date
           Move Teller-Account-Number to Employee-Account
           Perform 1600-Check-Employee-Account
           If Employee-Message-Work not = spaces
              Move Employee-Message-Work to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
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
           Move Teller-Account-Number to Signer-Account
           Perform 3500-Browse-Signers
           Perform 3600-List-Memos
           If AMOUNTL = zero or AMOUNTI is not numeric
              Move "PLEASE ENTER THE AMOUNT IN CENTS" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move AMOUNTI to Teller-Amount
           Move Teller-Amount to Teller-Amount-Binary
           Move DRCRI   to Teller-DrCr
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           If Teller-Signer not = zero
              Perform 3400-Check-Signer-Authority
              If Signer-Message-Work not = spaces
                 Move Signer-Message-Work to MSGLO
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
           End-If
           If StopMemoFound
              Perform 3700-Check-Stop-Override
              If not SupervisorVerified
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
           End-If
           If Teller-Amount-Binary > Oper-Posting-Limit
              Perform 6000-Queue-Over-Limit-Posting
              Perform 5000-Redisplay-Map

           Invoke Teller-Account-Object "setJournalOperator"
               using by value Oper-Id
           If Teller-Signer not = zero
              Invoke Teller-Account-Object "setJournalSigner"
                  using by value Teller-Signer
           End-If
      *  a posting keyed after the ledger cutoff is effective the
      *  next business date, so it stays out of the nightly run
      *  already in flight and TellBal matches tonight's work only
           End-If
           Invoke Teller-Account-Object "getStatus"
               returning Teller-Account-Status
      *  money taken in on a charged-off account posts as a
      *  recovery -- the Account class books it that way itself
           If Teller-Account-Status = "W" and Posting-Is-Credit
              Invoke Teller-Account-Object "credit"
                  using by value Teller-Amount-Binary
              Move "RECOVERY ON CHARGED-OFF ACCOUNT - PF3 TO END"
                  to MSGLO
              Move "RECOVERY" to Rcpt-Transaction
              Move spaces to Rcpt-Balance-Label
              Move zero to Rcpt-Balance
              Move spaces to Rcpt-Detail
              Perform 7000-Print-Receipt
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           If Teller-Account-Status not = "O"
              Move "ACCOUNT IS NOT OPEN - SEE A SUPERVISOR" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getAccountType"
               returning Teller-Account-Type
           If Teller-Account-Type = "L"
              Perform 3100-Post-Loan-Payment
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           If Posting-Is-Debit
              Invoke Teller-Account-Object "getAvailableBalance"
                  into Eff-Message-Work
              Move Eff-Message-Work to MSGLO
           End-If

      *  the receipt shows what the customer can draw on now -- a
      *  check hold just placed is already out of it
           Invoke Teller-Account-Object "getAvailableBalance"
               returning Teller-Available
           If Posting-Is-Debit
              Move "WITHDRAWAL" to Rcpt-Transaction
           Else
              Move "DEPOSIT" to Rcpt-Transaction
           End-If
           Move "AVAILABLE" to Rcpt-Balance-Label
           Move Teller-Available to Rcpt-Balance
           Move spaces to Rcpt-Detail
           Evaluate True
               When Posting-Is-Credit and Deposit-Is-Check
                     and Hold-Expiry-Date > zero
                   String "CHECK HOLD UNTIL " Delimited by size
                          Printable-Expiry    Delimited by size
                       into Rcpt-Detail
               When Effective-Date not = Business-Date
                   String "EFFECTIVE " Delimited by size
                          Printable-Eff-Date Delimited by size
                          " (AFTER CUTOFF)" Delimited by size
                       into Rcpt-Detail
           End-Evaluate
           Perform 7000-Print-Receipt
           Perform 5000-Redisplay-Map.

      *****************************************************************
      * An installment loan takes payments only -- nothing is paid   *
      * out of one at the window.  A payment goes through            *
      * LoanAccount so it is applied late charge, then interest,     *
      * then principal, and one larger than the payoff is refused    *
      * rather than posted short or long.                              *
      *****************************************************************
       3100-Post-Loan-Payment.
           If Posting-Is-Debit
              Move "NO WITHDRAWALS FROM A LOAN ACCOUNT" to MSGLO
              Exit Paragraph
           End-If
           Move "N" to Loan-Payment-Applied
           Invoke LoanAccount "openLoanAccount"
               using by value Teller-Account-Number
               returning Teller-Loan-Object
           If Teller-Loan-Object not = Null
              Invoke Teller-Loan-Object "setJournalOperator"
                  using by value Oper-Id
              If Teller-Signer not = zero
                 Invoke Teller-Loan-Object "setJournalSigner"
                     using by value Teller-Signer
              End-If
              If Effective-Date not = Business-Date
                 Invoke Teller-Loan-Object "setJournalDate"
                     using by value Effective-Date
              End-If
              Invoke Teller-Loan-Object "applyPayment"
                  using by value Teller-Amount-Binary
                  returning Loan-Payment-Applied
           End-If
           If Loan-Payment-Applied not = "Y"
              Move "PAYMENT EXCEEDS THE LOAN PAYOFF - NOT POSTED"
                  to MSGLO
              Exit Paragraph
           End-If
           Invoke Teller-Loan-Object "getBalance"
               returning Teller-New-Balance
           Move Teller-New-Balance to Printable-Balance
           Move Printable-Balance  to NEWBALO
           Move "LOAN PAYMENT APPLIED - PF3 TO END" to MSGLO
           Move "LOAN PAYMENT" to Rcpt-Transaction
           Move "LOAN BALANCE" to Rcpt-Balance-Label
           Move Teller-New-Balance to Rcpt-Balance
           Move spaces to Rcpt-Detail
           Perform 7000-Print-Receipt.

      *****************************************************************
      * A posting on a signer's authority: the keyed customer must be *
      * on ACCTSIGN for the account, valid on the business date --    *
      * an expired, revoked or not-yet-effective signer is refused    *
      * -- and the item within the signer's per-item limit.            *
      *****************************************************************
       3400-Check-Signer-Authority.
           Move spaces to Signer-Message-Work
           If not SignerOnFile
              Move "SIGNER IS NOT ON FILE FOR THIS ACCOUNT"
                  to Signer-Message-Work
              Exit Paragraph
           End-If
           If not Signer-Found-Valid
              String "SIGNER AUTHORITY IS " Delimited by size
                     Signer-Found-Status    Delimited by space
                     " - SEE A SUPERVISOR"  Delimited by size
                  into Signer-Message-Work
              Exit Paragraph
           End-If
           If Signer-Found-Limit not = zero
                 and Teller-Amount-Binary > Signer-Found-Limit
              Move "AMOUNT EXCEEDS THE SIGNER'S PER-ITEM LIMIT"
                  to Signer-Message-Work
           End-If.

      *****************************************************************
      * The account's signers: a keyed Startbr on ACCTSIGN at the     *
      * account's first sequence, the first four listed.  The row for *
      * the keyed signer, if any, is kept -- a current one in         *
      * preference to an older revoked or expired one.  NOTFND, or a  *
      * region without the file, simply lists none.                   *
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
           If Signer-Rows-Found = zero
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
           If Signer-Lines-Filled < 4
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
      * The account's alert memos: a keyed Startbr on ACCTMEMO at the *
      * account's first sequence.  Only active memos count -- not     *
      * removed, and not past an expiry date -- and the first three   *
      * list; with more on file the third line says so.  The first    *
      * STOP memo found is kept for the override check and its log.   *
      * NOTFND, or a region without the file, simply lists none.      *
      *****************************************************************
       3600-List-Memos.
           Move zero to Memo-Rows-Found Memo-Lines-Filled
                        Stop-Memo-Sequence
           Move "N" to MemoDone-Switch StopMemo-Switch
           Move spaces to Stop-Memo-Text
           Move Teller-Account-Number to Memo-Account-Number
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
           End-Exec
           If Memo-Rows-Found > 3
              Move "MORE MEMOS THAN SHOWN - TMEM LISTS THEM ALL"
                  to MEMO3O
           End-If.

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
           If Memo-Account-Number not = Teller-Account-Number
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
           If Memo-Is-Stop and not StopMemoFound
              Move "Y" to StopMemo-Switch
              Move Memo-Sequence to Stop-Memo-Sequence
              Move Memo-Text     to Stop-Memo-Text
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
           Evaluate true
               When Memo-Is-Stop
                   Move "STOP" to ML-Severity
               When Memo-Is-Warning
                   Move "WARN" to ML-Severity
               When other
                   Move "INFO" to ML-Severity
           End-Evaluate
           Move Memo-Text       to ML-Text
           Move Memo-Entered-By to ML-Entered-By
           If Memo-Expiry-Date = zero
              Move "NO EXPIRY" to ML-Expiry-Text
           Else
              Move Memo-Expiry-Date to ML-Expiry
           End-If.

      *****************************************************************
      * A STOP memo on the account: nothing posts -- not a credit,    *
      * not a loan payment, not an over-limit item to the queue --    *
      * unless OVRID carries the ID of an active level-3 operator     *
      * other than the teller, read into its own OPERFILE image the   *
      * way TellDraw checks a vault supervisor.  An accepted override *
      * is logged to MEMOOVR before anything posts; if the log cannot *
      * be written the posting is refused, so no override goes        *
      * unrecorded.                                                   *
      *****************************************************************
       3700-Check-Stop-Override.
           Move "N" to Supervisor-OK-Switch
           If OVRIDL = zero or OVRIDI = spaces
              Move "STOP MEMO ON ACCOUNT - LEVEL-3 OVERRIDE REQUIRED"
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
           Move Teller-Account-Number to Ovr-Account-Number
           Move Business-Date         to Ovr-Date
           Accept Ovr-Time from Time
           Move Stop-Memo-Sequence    to Ovr-Memo-Sequence
           Move "TPST"                to Ovr-Transaction-Id
           Move Oper-Id               to Ovr-Operator-Id
           Move Sup-Id                to Ovr-Supervisor-Id
           Move Teller-Amount-Binary  to Ovr-Amount
           Move Teller-DrCr           to Ovr-DrCr
           Move Stop-Memo-Text        to Ovr-Memo-Text
           Exec Cics Write
               File   ('MEMOOVR')
               From   (Memo-Override-Record)
               Ridfld (Ovr-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO LOG THE OVERRIDE - POSTING REFUSED"
                  to MSGLO
              Exit Paragraph
           End-If
           Move "Y" to Supervisor-OK-Switch.

      *****************************************************************
      * Operator sign-on check: the keyed operator ID must exist on   *
      * OPERFILE, be active, and carry at least this transaction's    *
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
           Move Teller-Amount-Binary   to Pend-Amount
           Move Teller-DrCr            to Pend-DrCr
           Move Teller-Funds-Type      to Pend-Funds-Type
           Move Teller-Signer          to Pend-Signer-Customer
           Move Business-Date          to Pend-Date
           Accept Pend-Time from Time
           Set Pend-Is-Pending to true
              Move "Y" to Browse-Done-Switch
           End-If.

      *****************************************************************
      * The customer's receipt goes to the branch printer through     *
      * RcptFmt, referenced to the journal entry the posting just     *
      * wrote -- the account's last on the effective date.  The       *
      * posting stands whether or not it prints; the teller is told   *
      * to reprint it.                                                *
      *****************************************************************
       7000-Print-Receipt.
           Move "P" to Rcpt-Function
           Move Oper-Branch to Rcpt-Branch
           Move Oper-Id to Rcpt-Operator-Id
           Move Teller-Account-Number to Rcpt-Account-Number
           Move Teller-Amount-Binary to Rcpt-Amount
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
              Move "POSTED - RECEIPT DID NOT PRINT, REPRINT WITH TRCT"
                  to MSGLO
           End-If.

      *****************************************************************
      * Moves the keyed fields back and redisplays without erasing.   *
      *****************************************************************
           Move Teller-Amount         to AMOUNTO
           Move Teller-DrCr           to DRCRO
           Move Teller-Funds-Type     to FUNDSO
           If Teller-Signer not = zero
              Move Teller-Signer      to SIGNERO
           End-If
      *  an override is good for the one posting it was keyed for --
      *  the supervisor's ID is never left on the screen for the next
           Move spaces to OVRIDO

           Exec Cics Send Map ('TELLPST')
               Mapset  ('TELLPMAP')
      * rather than abending the teller's session.                     *
      *****************************************************************

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
              Move "YOU OWN THIS ACCOUNT - ANOTHER TELLER MUST POST IT"
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
              Move "YOU SIGN ON THIS ACCOUNT - ANOTHER TELLER MUST POST"
                  to Employee-Message-Work
              Move "Y" to EmpSignDone-Switch
           End-If.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the master mid-flight, and nothing posts from the window  *
