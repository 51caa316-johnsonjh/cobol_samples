      ******************************************************************
      * MAILRET.CPY                                                   *
      *----------------------------------------------------------------*
      * Returned-mail intake record (the RETMAIL file the mailroom    *
      * keys from the envelopes the post office sends back): the      *
      * customer the document was addressed to, or -- when only the   *
      * account shows on it -- the account, whose first owner it went *
      * to; the date it came back, and what it was (the HoldMail.cpy  *
      * document codes).  MailRet flags the customer undeliverable on *
      * CUSTEXT from it.                                              *
      ******************************************************************
       01 Returned-Mail-Record.
          05 RetMail-Customer-Number pic 9(6).
          05 RetMail-Account-Number pic 9(6).
          05 RetMail-Return-Date    pic 9(8).
          05 RetMail-Document       pic X(04).
          05 Filler                 pic X(16).
      **********************
      * End of MAILRET.CPY *
      **********************
