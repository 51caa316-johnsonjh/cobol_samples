      * nightly HoldExpire sweep sees the expiry, and the ledger's    *
      * source field carries the operator who did it.  A garnishment  *
      * order or suspected fraud no longer waits on a phone call to   *
      * operations.  Every hold placed or released sends the customer  *
      * a receipt to the branch printer through RcptFmt.               *
      ******************************************************************
       Identification division.
       Program-id. "TellHold".
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 2.
           Copy AcctRec.
           Copy AcctSign.
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
       01  Held-Amount-Work          pic S9(9) binary.
       01  Printable-Held            pic -$$$,$$$,$$9.

      *  the customer's receipt, formatted and sent to the branch
      *  printer by RcptFmt; a hold placed is referenced to its
      *  HOLDFILE ledger record, since a hold journals nothing
           Copy RcptReq.
       01  Receipt-Request-Length    pic S9(4) comp value 607.
       01  Receipt-Date              pic 9(8) value zero.
       01  Receipt-Expiry            pic 9999/99/99.
       01  Receipt-Hold-Seq          pic 9(4) value zero.

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

              Move EXPIRYI to Teller-Expiry
           End-If

           Move Teller-Account-Number to Employee-Account
           Perform 1600-Check-Employee-Account
           If Employee-Message-Work not = spaces
              Move Employee-Message-Work to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
               using by value Teller-Account-Number
               returning Teller-Account-Object
               Account-Balance-Work - Available-Work
           Move Held-Amount-Work to Printable-Held
           Move Printable-Held   to HELDAMTO
           Perform 7000-Print-Receipt
           Perform 5000-Redisplay-Map.

       1500-Verify-Operator.
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
               using by value Teller-Amount-Binary
           Move "HOLD RELEASED - PF3 TO END" to MSGLO.

      *****************************************************************
      * The customer's receipt goes to the branch printer through     *
      * RcptFmt with the available balance the hold leaves.  A hold   *
      * placed carries its reason and expiry and refers to the ledger *
      * record "placeHold" wrote; a release works an amount off the   *
      * account's holds, so it has no single record to name.  The     *
      * hold stands whether or not the receipt prints.                *
      *****************************************************************
       7000-Print-Receipt.
           Call "GetBusDate" using Receipt-Date
           Move "P" to Rcpt-Function
           Move Oper-Branch to Rcpt-Branch
           Move Oper-Id to Rcpt-Operator-Id
           Move Teller-Account-Number to Rcpt-Account-Number
           Move Teller-Amount-Binary to Rcpt-Amount
           Move "AVAILABLE" to Rcpt-Balance-Label
           Move Available-Work to Rcpt-Balance
           Move spaces to Rcpt-Detail
           Move spaces to Rcpt-Reference
           If Action-Place-Hold
              Move "HOLD PLACED" to Rcpt-Transaction
              If Teller-Expiry > zero
                 Move Teller-Expiry to Receipt-Expiry
                 String "REASON " Delimited by size
                        Teller-Reason Delimited by size
                        "  EXPIRES " Delimited by size
                        Receipt-Expiry Delimited by size
                     into Rcpt-Detail
              Else
                 String "REASON " Delimited by size
                        Teller-Reason Delimited by size
                     into Rcpt-Detail
              End-If
              Invoke Teller-Account-Object "getLastHoldSeq"
                  returning Receipt-Hold-Seq
              Move "H" to Rcpt-Ref-Kind
              Move Receipt-Date to Rcpt-Ref-Date
              Move Receipt-Hold-Seq to Rcpt-Ref-Seq
           Else
              Move "HOLD RELEASED" to Rcpt-Transaction
              Move zero to Rcpt-Ref-Date
              Move zero to Rcpt-Ref-Seq
           End-If
           Exec Cics Link
               Program  ('RcptFmt')
               Commarea (Receipt-Request)
               Length   (Receipt-Request-Length)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL) or not Rcpt-Printed
              Move "HOLD UPDATED - RECEIPT DID NOT PRINT - PF3 TO END"
                  to MSGLO
           End-If.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Teller-Account-Number to ACCTNOO
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
              Move "YOU OWN THIS ACCOUNT - ANOTHER OPERATOR MUST ACT"
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
              Move "YOU ARE A SIGNER HERE - ANOTHER OPERATOR MUST ACT"
                  to Employee-Message-Work
              Move "Y" to EmpSignDone-Switch
           End-If.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the master mid-flight, and nothing posts from the window  *
