                   Move "ACCT CLOSE"   to Journal-Type-Display
               When "G"
                   Move "SERVICE CHG"  to Journal-Type-Display
               When "1"
                   Move "FEE REFUND"   to Journal-Type-Display
               When "2"
                   Move "OFFICIAL CHK" to Journal-Type-Display
               When "3"
                   Move "DISPUTE CR"   to Journal-Type-Display
               When "4"
                   Move "DISPUTE REV"  to Journal-Type-Display
               When "A"
                   Move "LOAN ADVANCE" to Journal-Type-Display
               When "B"
                   Move "LOAN BILLED"  to Journal-Type-Display
               When "Q"
                   Move "LATE CHARGE"  to Journal-Type-Display
               When "J"
                   Move "LATE CHG PD"  to Journal-Type-Display
               When "V"
                   Move "INTEREST PD"  to Journal-Type-Display
               When "X"
                   Move "PRINCIPAL PD" to Journal-Type-Display
               When "Z"
                   Move "CHARGED OFF"  to Journal-Type-Display
               When "Y"
                   Move "RECOVERY"     to Journal-Type-Display
               When "H"
                   Move "TAX WITHHELD" to Journal-Type-Display
               When "T"
                   Move "BACKUP WH"    to Journal-Type-Display
               When Other
                   Move "OTHER"        to Journal-Type-Display
           End-Evaluate
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

       5000-Redisplay-Map.
