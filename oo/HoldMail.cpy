      ******************************************************************
      * HOLDMAIL.CPY                                                  *
      *----------------------------------------------------------------*
      * Hold-mail log (the HOLDMAIL file): one record per customer    *
      * document that was NOT sent to the print file because the      *
      * customer's mail is coming back undeliverable -- a statement,  *
      * a notice, a letter -- appended by MailChk on behalf of        *
      * whichever program was producing it.  HoldMlRpt lists the      *
      * documents waiting by branch every night, for the branch to    *
      * keep until the customer gives a good address, and empties the *
      * log behind it.  Document codes: STMT account statement, CSTM  *
      * combined statement, ANAL analysis statement, ODLT overdraft   *
      * collection letter, ESCH unclaimed-property notice, CHKS       *
      * check-stock order, and the NOTTYPES event code for an engine  *
      * notice (NSF, CDMT, MAJR, EXWD, ACNF and the rest).            *
      ******************************************************************
       01 Hold-Mail-Record.
          05 Hmail-Date             pic 9(8).
          05 Hmail-Document         pic X(04).
          05 Hmail-Account-Number   pic 9(6).
          05 Hmail-Customer-Number  pic 9(6).
          05 Hmail-Returned-Date    pic 9(8).
          05 Filler                 pic X(08).
      ***********************
      * End of HOLDMAIL.CPY *
      ***********************
