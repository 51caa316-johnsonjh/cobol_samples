      ******************************************************************
      * CARDREC.CPY                                                   *
      *----------------------------------------------------------------*
      * Debit card master: one record per card issued, keyed by the   *
      * card number, naming the account the card draws on, whether it *
      * may be used at all, and the most it may take out in a day     *
      * through a cash machine (ATM) and at a merchant terminal       *
      * (POS).  Maintained by CardMnt from CARDTXN.  CardAuth         *
      * approves each inbound authorization against it and keeps the  *
      * day's running totals here, which start again from zero the    *
      * first time the card is used on a new date.                    *
      ******************************************************************
       01 Card-Record.
          05 Card-Number              pic 9(16).
          05 Card-Account-Number      pic 9(6).
          05 Card-Status              pic X(01).
             88 Card-Is-Active           value "A".
             88 Card-Is-Blocked          value "B".
             88 Card-Is-Lost             value "L".
             88 Card-Is-Closed           value "C".
          05 Card-Atm-Daily-Limit     pic S9(9) binary.
          05 Card-Pos-Daily-Limit     pic S9(9) binary.
      *  what has been approved so far on Card-Usage-Date
          05 Card-Usage-Date          pic 9(8).
          05 Card-Atm-Used-Today      pic S9(9) binary.
          05 Card-Pos-Used-Today      pic S9(9) binary.
          05 Card-Issue-Date          pic 9(8).
          05 Card-Last-Maint-Date     pic 9(8).
          05 Filler                   pic X(20).
      **********************
      * End of CARDREC.CPY *
      **********************
