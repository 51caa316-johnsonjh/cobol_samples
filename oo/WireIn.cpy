      ******************************************************************
      * WIREIN.CPY                                                    *
      *----------------------------------------------------------------*
      * Batch outbound-wire input: one record per wire request sent   *
      * in from outside the teller line (the corporate and            *
      * correspondent-bank files).  WireLoad validates each record,   *
      * screens the beneficiary and queues it on WIREREQ for release  *
      * the same as a wire keyed at a teller window.                  *
      ******************************************************************
       01 Wire-Input-Record.
          05 Wirein-Account-Number    pic 9(6).
          05 Wirein-Amount            pic 9(9).
          05 Wirein-Bene-Name         pic X(35).
          05 Wirein-Bene-Account      pic X(34).
          05 Wirein-Bene-Aba          pic 9(9).
          05 Wirein-Bene-Bank-Name    pic X(18).
          05 Wirein-Reference         pic X(16).
          05 Wirein-Payment-Info      pic X(35).
          05 Wirein-Submitter         pic X(8).
          05 Filler                   pic X(20).
      ************************
      * End of WIREIN.CPY    *
      ************************
