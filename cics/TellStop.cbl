      * cleared or already stopped is refused with a message.  The    *
      * register write here is deliberately the same record the       *
      * Check class's "stopPayment" writes, so the nightly clearing   *
      * pass rejects the presentment identically either way.  Every   *
      * stop placed sends the customer a receipt to the branch        *
      * printer through RcptFmt.                                      *
      ******************************************************************
       Identification division.
       Program-id. "TellStop".
       01  Printable-Amount          pic -$$$,$$$,$$9.
       01  Business-Date             pic 9(8).

      *  the customer's receipt, formatted and sent to the branch
      *  printer by RcptFmt; a stop journals nothing, so it is
      *  referenced to the check on the register
           Copy RcptReq.
       01  Receipt-Request-Length    pic S9(4) comp value 607.

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

                   Move Issued-Amount to Printable-Amount
                   Move Printable-Amount to AMTOUTO
                   Move Issued-Payee to PAYOUTO
                   If WS-Resp = DFHRESP(NORMAL)
                      Move "STOP PAYMENT PLACED - PF3 TO END"
                          to MSGLO
                      Perform 7000-Print-Receipt
                   End-If
           End-Evaluate
           Perform 5000-Redisplay-Map.

                  to MSGLO
           End-If.

      *****************************************************************
      * The customer's receipt for the stop goes to the branch        *
      * printer through RcptFmt: the drawer account, the check's      *
      * issued amount and the check number as its reference.  Nothing *
      * moved, so no balance is shown.  The stop stands whether or    *
      * not the receipt prints.                                       *
      *****************************************************************
       7000-Print-Receipt.
           Move "P" to Rcpt-Function
           Move Oper-Branch to Rcpt-Branch
           Move Oper-Id to Rcpt-Operator-Id
           Move Stop-Drawer-Account to Rcpt-Account-Number
           Move Issued-Amount to Rcpt-Amount
           Move "STOP PAYMENT" to Rcpt-Transaction
           Move spaces to Rcpt-Balance-Label
           Move zero to Rcpt-Balance
           Move spaces to Rcpt-Detail
           Move "S" to Rcpt-Ref-Kind
           Move Business-Date to Rcpt-Ref-Date
           Move Stop-Check-Number to Rcpt-Ref-Seq
           Exec Cics Link
               Program  ('RcptFmt')
               Commarea (Receipt-Request)
               Length   (Receipt-Request-Length)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL) or not Rcpt-Printed
              Move "STOP PLACED - RECEIPT DID NOT PRINT - PF3 TO END"
                  to MSGLO
           End-If.

       3100-Receive-And-Validate.
           Exec Cics Receive Map ('TELLSTP')
               Mapset ('TELLSMAP')
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
