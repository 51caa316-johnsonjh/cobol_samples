      ******************************************************************
      * BENECRED.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed federal-benefit credit history (the BENECRED file), one *
      * record per benefit-coded ACH credit AchPost posts, keyed by   *
      * account number, posting date and the network trace number.   *
      * LegalOrd reads an account's last two months here to work out  *
      * the protected amount a garnishment or levy must leave alone.  *
      ******************************************************************
       01 Benefit-Credit-Record.
          05 Bene-Key.
             10 Bene-Account-Number  pic 9(6).
             10 Bene-Posted-Date     pic 9(8).
             10 Bene-Trace-Number    pic 9(15).
          05 Bene-Amount            pic S9(9) binary.
          05 Bene-Company-Name      pic X(16).
          05 Filler                 pic X(20).
      ************************
      * End of BENECRED.CPY  *
      ************************
