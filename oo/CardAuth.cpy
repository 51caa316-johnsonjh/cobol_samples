      ******************************************************************
      * CARDAUTH.CPY                                                  *
      *----------------------------------------------------------------*
      * Inbound debit card authorization file (CARDAUTH), received    *
      * from the card processor: one record per authorization request *
      * made at a cash machine or a merchant terminal, carrying the   *
      * network's retrieval reference that the settlement for the     *
      * same purchase will quote back.  CardAuth approves or declines *
      * each one against the card master and the account, and         *
      * memo-posts the approved ones as holds.                        *
      ******************************************************************
       01 Card-Auth-Record.
          05 Cardauth-Reference       pic X(12).
          05 Cardauth-Card-Number     pic 9(16).
          05 Cardauth-Channel         pic X(01).
             88 Cardauth-Atm             value "A".
             88 Cardauth-Pos             value "P".
          05 Cardauth-Amount          pic 9(9).
          05 Cardauth-Date            pic 9(8).
          05 Cardauth-Time            pic 9(6).
          05 Cardauth-Merchant        pic X(22).
          05 Filler                   pic X(20).
      ***********************
      * End of CARDAUTH.CPY *
      ***********************
