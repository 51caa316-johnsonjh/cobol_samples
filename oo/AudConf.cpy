      ******************************************************************
      * AUDCONF.CPY                                                   *
      *----------------------------------------------------------------*
      * External-auditor balance confirmation (the AUDCONF file),     *
      * keyed by the SNAPSHOT date the sample was drawn from plus the *
      * account number.  AudSamp writes one row per account drawn    *
      * into the stratified sample, with the stratum it was drawn     *
      * from, the as-of balance the confirmation letter asked the     *
      * owner to confirm, and whether the letter went out; AudResp    *
      * posts the replies keyed back from the returned letters onto   *
      * it.  Amounts in cents.                                         *
      ******************************************************************
       01 Audit-Confirm-Record.
          05 Aconf-Key.
             10 Aconf-Snap-Date      pic 9(8).
             10 Aconf-Account-Number pic 9(6).
          05 Aconf-Account-Type     pic X(01).
      *  balance band the account was drawn from, 1 (lowest) to 4;
      *  band 4 is the key-item band, taken in full
          05 Aconf-Band             pic 9(01).
          05 Aconf-Customer-Number  pic 9(6).
          05 Aconf-Balance          pic S9(9) binary.
          05 Aconf-Sent-Date        pic 9(8).
          05 Aconf-Status           pic X(01).
      *  letter sent, no reply yet
             88 Aconf-Awaiting         value "S".
      *  no letter went: the owner's mail is coming back (MailChk)
      *  or there is no owner address to send it to
             88 Aconf-Undeliverable    value "U".
             88 Aconf-Agreed           value "A".
             88 Aconf-Disagreed        value "D".
          05 Aconf-Reply-Date       pic 9(8).
      *  the balance the owner wrote in, when the owner gave one
          05 Aconf-Reply-Balance    pic S9(9) binary.
          05 Aconf-Reply-Comment    pic X(30).
          05 Filler                 pic X(20).
      ***********************
      * End of AUDCONF.CPY  *
      ***********************
