      ******************************************************************
      * CARDHOLD.CPY                                                  *
      *----------------------------------------------------------------*
      * Card authorization register (CARDHOLD): one record per        *
      * authorization CardAuth approved and memo-posted, keyed by the *
      * network retrieval reference, remembering the HOLDFILE ledger  *
      * record the hold went on so the settlement can release exactly *
      * that hold.  CardSetl marks a record settled when its          *
      * settlement arrives, or dropped when the hold's expiry date    *
      * comes round first -- the HoldExpire stage releases that hold  *
      * the same night.                                               *
      ******************************************************************
       01 Card-Hold-Record.
          05 Chold-Reference          pic X(12).
          05 Chold-Card-Number        pic 9(16).
          05 Chold-Account-Number     pic 9(6).
          05 Chold-Channel            pic X(01).
          05 Chold-Amount             pic S9(9) binary.
          05 Chold-Auth-Date          pic 9(8).
          05 Chold-Merchant           pic X(22).
          05 Chold-Hold-Seq           pic 9(4).
          05 Chold-Hold-Expiry        pic 9(8).
          05 Chold-Status             pic X(01).
             88 Chold-Open               value "O".
             88 Chold-Settled            value "S".
             88 Chold-Dropped            value "E".
          05 Chold-Status-Date        pic 9(8).
          05 Chold-Settled-Amount     pic S9(9) binary.
          05 Filler                   pic X(20).
      ***********************
      * End of CARDHOLD.CPY *
      ***********************
