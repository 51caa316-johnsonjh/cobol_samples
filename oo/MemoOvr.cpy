      ******************************************************************
      * MEMOOVR.CPY                                                   *
      *----------------------------------------------------------------*
      * Keyed stop-memo override log (MEMOOVR), one record per teller *
      * posting a level-3 supervisor let through past a STOP memo on  *
      * the account (see AcctMemo.cpy), keyed by account, date and    *
      * time of day.  Written by TellPost and TellMlt the moment the  *
      * override is accepted, before anything posts, so an override   *
      * whose posting is then refused for some other reason is on the *
      * record too.  Carries the memo overridden, the transaction,    *
      * the teller, the supervisor and the item, for the audit and    *
      * compliance review.                                            *
      ******************************************************************
       01 Memo-Override-Record.
          05 Ovr-Key.
             10 Ovr-Account-Number  pic 9(6).
             10 Ovr-Date            pic 9(8).
             10 Ovr-Time            pic 9(8).
          05 Ovr-Memo-Sequence      pic 9(3).
          05 Ovr-Transaction-Id     pic X(04).
          05 Ovr-Operator-Id        pic X(08).
          05 Ovr-Supervisor-Id      pic X(08).
      *  the item the override let through, in cents
          05 Ovr-Amount             pic S9(9) binary.
          05 Ovr-DrCr               pic X(01).
          05 Ovr-Memo-Text          pic X(50).
          05 Filler                 pic X(20).
      **********************
      * End of MEMOOVR.CPY *
      **********************
