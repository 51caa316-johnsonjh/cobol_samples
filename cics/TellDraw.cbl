      * journal alone.  Vault buys and sells are dual-controlled:     *
      * the keyed supervisor ID must be an active level-3 OPERFILE    *
      * operator.  First-time-in versus re-entry is told apart with   *
      * EIBCALEN, the ordinary CICS way, same as TellPost.  A drawer  *
      * opens under the operator's own branch.                        *
      ******************************************************************
       Identification division.
       Program-id. "TellDraw".
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
              Move Business-Date to Drawer-Date
              Move zero to Drawer-Open-Float Drawer-Vault-Buys
                           Drawer-Vault-Sells Drawer-Open-Time
                           Drawer-Close-Time Drawer-Official-Cash
              Move spaces to Drawer-Status
              Move Oper-Branch to Drawer-Branch
           End-If.

       4100-Open-Drawer.
