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
