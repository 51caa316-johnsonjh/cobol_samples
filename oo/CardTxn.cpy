      ******************************************************************
      * CARDTXN.CPY                                                   *
      *----------------------------------------------------------------*
      * One record per requested change to the CARDMAST debit card    *
      * master, applied by CardMnt.  CardTxn-Action "A" issues a card *
      * against an account, "L" replaces its two daily limits, and    *
      * "S" sets its status -- A active, B blocked, L lost or stolen, *
      * C closed.  A card is never deleted, since its authorizations  *
      * and settlements go on referring to it.                        *
      ******************************************************************
       01 CardTxn-Record.
          05 CardTxn-Action           pic X(01).
             88 CardTxn-Issue            value "A".
             88 CardTxn-Limits           value "L".
             88 CardTxn-Set-Status       value "S".
          05 CardTxn-Card-Number      pic 9(16).
          05 CardTxn-Account-Number   pic 9(6).
          05 CardTxn-Status           pic X(01).
             88 CardTxn-Status-Valid     values "A" "B" "L" "C".
          05 CardTxn-Atm-Daily-Limit  pic 9(9).
          05 CardTxn-Pos-Daily-Limit  pic 9(9).
          05 Filler                   pic X(20).
      **********************
      * End of CARDTXN.CPY *
      **********************
