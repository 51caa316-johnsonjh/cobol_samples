       Environment division.
       Configuration section.
       Repository.
           Class Account     is "Account"
           Class LoanAccount is "LoanAccount".

       Data Division.
       Working-Storage Section.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 3.
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
           88 Action-Reject             value "X".
       01  Teller-Account-Object     usage object reference Account.
       01  Release-Account-Status    pic X(01).
       01  Release-Account-Type      pic X(01).
       01  Teller-Loan-Object        usage object reference LoanAccount.
       01  Loan-Payment-Applied      pic X(01) value "N".
       01  Release-Available         pic S9(9) binary.
       01  Hold-Expiry-Date          pic 9(8) value zero.
       01  Business-Date             pic 9(8) value zero.
              Move "RELEASE NEEDS A LEVEL-3 SUPERVISOR" to MSGLO
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
              End-Exec
              Exit Paragraph
           End-If
           Move Pend-Account-Number to Employee-Account
           Perform 1600-Check-Employee-Account
           If Employee-Message-Work not = spaces
              Move Employee-Message-Work to MSGLO
              Exec Cics Unlock
                  File ('PENDPOST')
              End-Exec
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
               using by value Pend-Account-Number
               returning Teller-Account-Object

           Invoke Teller-Account-Object "getStatus"
               returning Release-Account-Status
           If Release-Account-Status = "W" and not Pend-Is-Debit
              Perform 4300-Release-Recovery
              Exit Paragraph
           End-If
           If Release-Account-Status not = "O"
              Move "ACCOUNT IS NOT OPEN - REJECT THE ITEM" to MSGLO
              Exec Cics Unlock
              End-Exec
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getAccountType"
               returning Release-Account-Type
           If Release-Account-Type = "L"
              Perform 4200-Release-Loan-Payment
              Exit Paragraph
           End-If

           If Pend-Is-Debit
              Invoke Teller-Account-Object "getAvailableBalance"
               using by value Pend-Operator-Id
           Invoke Teller-Account-Object "setJournalApprover"
               using by value Oper-Id
           If Pend-Signer-Customer is numeric
                 and Pend-Signer-Customer not = zero
              Invoke Teller-Account-Object "setJournalSigner"
                  using by value Pend-Signer-Customer
           End-If
      *  a release keyed after the ledger cutoff is effective the
      *  next business date, exactly as the original posting would
      *  have been -- it stays out of the nightly run in flight and
           Perform 4500-Rewrite-Queue-Item
           Move "ITEM RELEASED AND POSTED" to MSGLO.

      *****************************************************************
      * A queued item against an installment loan: a debit cannot be *
      * released at all, and a payment is applied through           *
      * LoanAccount -- late charge, then interest, then principal --  *
      * with the same keying-teller/releasing-supervisor journal     *
      * detail an ordinary release carries.                            *
      *****************************************************************
       4200-Release-Loan-Payment.
           If Pend-Is-Debit
              Move "NO WITHDRAWALS FROM A LOAN - REJECT THE ITEM"
                  to MSGLO
              Exec Cics Unlock
                  File ('PENDPOST')
              End-Exec
              Exit Paragraph
           End-If
           Move "N" to Loan-Payment-Applied
           Invoke LoanAccount "openLoanAccount"
               using by value Pend-Account-Number
               returning Teller-Loan-Object
           If Teller-Loan-Object not = Null
              Invoke Teller-Loan-Object "setJournalOperator"
                  using by value Pend-Operator-Id
              Invoke Teller-Loan-Object "setJournalApprover"
                  using by value Oper-Id
              If Pend-Signer-Customer is numeric
                    and Pend-Signer-Customer not = zero
                 Invoke Teller-Loan-Object "setJournalSigner"
                     using by value Pend-Signer-Customer
              End-If
              Call "GetBusDate" using Business-Date
              Call "GetEffDate" using Effective-Date
              If Effective-Date not = Business-Date
                 Invoke Teller-Loan-Object "setJournalDate"
                     using by value Effective-Date
              End-If
              Invoke Teller-Loan-Object "applyPayment"
                  using by value Pend-Amount
                  returning Loan-Payment-Applied
           End-If
           If Loan-Payment-Applied not = "Y"
              Move "PAYMENT EXCEEDS THE LOAN PAYOFF - REJECT THE ITEM"
                  to MSGLO
              Exec Cics Unlock
                  File ('PENDPOST')
              End-Exec
              Exit Paragraph
           End-If

           Set Pend-Was-Released to true
           Move Oper-Id to Pend-Approver-Id
           Perform 4500-Rewrite-Queue-Item
           Move "LOAN PAYMENT RELEASED AND APPLIED" to MSGLO.

      *****************************************************************
      * A queued credit against a charged-off account is released as *
      * a recovery -- the Account class books money on a charged-off *
      * account that way itself -- carrying the same keying-teller   *
      * and releasing-supervisor journal detail.                       *
      *****************************************************************
       4300-Release-Recovery.
           Invoke Teller-Account-Object "setJournalOperator"
               using by value Pend-Operator-Id
           Invoke Teller-Account-Object "setJournalApprover"
               using by value Oper-Id
           If Pend-Signer-Customer is numeric
                 and Pend-Signer-Customer not = zero
              Invoke Teller-Account-Object "setJournalSigner"
                  using by value Pend-Signer-Customer
           End-If
           Call "GetBusDate" using Business-Date
           Call "GetEffDate" using Effective-Date
           If Effective-Date not = Business-Date
              Invoke Teller-Account-Object "setJournalDate"
                  using by value Effective-Date
           End-If
           Invoke Teller-Account-Object "credit"
               using by value Pend-Amount

           Set Pend-Was-Released to true
           Move Oper-Id to Pend-Approver-Id
           Perform 4500-Rewrite-Queue-Item
           Move "RELEASED AS A CHARGED-OFF RECOVERY" to MSGLO.

       4500-Rewrite-Queue-Item.
           Exec Cics Rewrite
               File ('PENDPOST')
      * rather than abending the supervisor's session.                 *
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
              Move "YOU OWN THIS ACCOUNT - ANOTHER SUPERVISOR MUST ACT"
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
              Move "YOU ARE A SIGNER HERE - ANOTHER SUPERVISOR MUST ACT"
                  to Employee-Message-Work
              Move "Y" to EmpSignDone-Switch
           End-If.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the master mid-flight, and nothing posts from the window  *
