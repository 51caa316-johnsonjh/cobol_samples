      ******************************************************************
      * CARDSETL.CPY                                                  *
      *----------------------------------------------------------------*
      * Inbound debit card settlement file (CARDSETL), received from  *
      * the card processor: one record per purchase or withdrawal the *
      * network has settled, quoting the retrieval reference of the   *
      * authorization it completes.  CardSetl matches each one to the *
      * CARDHOLD register, releases the hold and posts the debit.     *
      ******************************************************************
       01 Card-Settle-Record.
          05 Cardset-Reference        pic X(12).
          05 Cardset-Card-Number      pic 9(16).
          05 Cardset-Amount           pic 9(9).
          05 Cardset-Settle-Date      pic 9(8).
          05 Cardset-Merchant         pic X(22).
          05 Filler                   pic X(20).
      ***********************
      * End of CARDSETL.CPY *
      ***********************
