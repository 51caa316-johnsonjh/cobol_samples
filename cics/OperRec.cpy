      * supervisor maintenance), and a posting may not exceed the     *
      * operator's posting limit.  The operator ID is stamped into    *
      * every journal entry an online posting writes, so each one is  *
      * attributable to a person.  An operator who is also a bank     *
      * customer carries that customer number, so no teller posting   *
      * transaction lets them work an account they own or sign on,    *
      * and the nightly EmpAcct report lists every operator posting  *
      * against an employee-owned account.  Supervisors add, change   *
      * and deactivate operators through TellOper, every change       *
      * logged to OPERHIST; OperIdle deactivates an operator who has  *
      * not signed on for longer than the idle limit, and OperCert    *
      * lists each branch's operators for quarterly recertification.  *
      ******************************************************************
       01 Operator-Record.
          05 Oper-Id                pic X(08).
      *  the branch the operator works at; spaces on records that
      *  predate the field read as head office ("000")
          05 Oper-Branch            pic X(03).
      *  the operator's own CUSTMAST customer number, stamped by
      *  AcctMnt; zero (or spaces on older records) -- not a customer
          05 Oper-Customer-Number   pic 9(06).
      *  the business date of the operator's last sign-on, stamped by
      *  OperSgn from the sign-on check; zero (or spaces on older
      *  records) until OperIdle starts the idle clock for them
          05 Oper-Last-Signon-Date  pic 9(08).
          05 Filler                 pic X(03).
      ***********************
      * End of OPERREC.CPY  *
      ***********************
