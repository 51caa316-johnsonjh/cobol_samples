      ******************************************************************
      * PRODTXN.CPY                                                   *
      *----------------------------------------------------------------*
      * One record per requested change to the PRODUCTS catalog,      *
      * applied by ProdMnt.  ProdTxn-Action "A" adds a product, "C"   *
      * replaces its terms, and "W" withdraws it from sale -- a       *
      * product is never deleted, since accounts opened on it go on   *
      * resolving their pricing through it.  On a change every term   *
      * is taken from the request as keyed, except that a blank       *
      * description or base type keeps the one on file.                *
      ******************************************************************
       01 ProdTxn-Record.
          05 ProdTxn-Action         pic X(01).
             88 ProdTxn-Add            value "A".
             88 ProdTxn-Change         value "C".
             88 ProdTxn-Withdraw       value "W".
          05 ProdTxn-Code           pic X(04).
          05 ProdTxn-Description    pic X(30).
          05 ProdTxn-Base-Type      pic X(01).
          05 ProdTxn-MinBal-Threshold pic 9(9).
          05 ProdTxn-Fee-Set        pic X(01).
          05 ProdTxn-Rate-Table-Id  pic X(04).
          05 ProdTxn-Stmt-Cycle     pic X(01).
          05 ProdTxn-OD-Eligible    pic X(01).
          05 ProdTxn-Withdrawal-Limit pic 9(02).
          05 Filler                 pic X(26).
      ***********************
      * End of PRODTXN.CPY  *
      ***********************
