      ******************************************************************
      * IBKREQ.CPY                                                    *
      *----------------------------------------------------------------*
      * One customer request off the IBKREQ file the internet-banking *
      * vendor sends us each night, consumed by IbkIn: a transfer     *
      * between two of the customer's own accounts to post tonight    *
      * ("XFER  "), the same transfer lodged on the TXNWHSE warehouse  *
      * to post on a future effective date ("FUTXFR"), or a stop      *
      * payment on one of the customer's own checks ("STOPPY").  The  *
      * customer number is the vendor's login identity for the        *
      * request and every account named has to be linked to that      *
      * customer on CUSTXREF.  The vendor's reference is echoed back  *
      * on the IBKRESP response so it can match our answer to what    *
      * the customer keyed.  A stop payment names the drawer account  *
      * in the from-account column and may carry the check amount.    *
      ******************************************************************
       01 Ibk-Request-Record.
          05 IbkReq-Customer-Number pic 9(6).
          05 IbkReq-Type            pic X(06).
             88 IbkReq-Transfer        value "XFER  ".
             88 IbkReq-Future-Transfer value "FUTXFR".
             88 IbkReq-Stop-Payment    value "STOPPY".
          05 IbkReq-Amount          pic S9(9) binary.
          05 IbkReq-From-Account    pic 9(6).
          05 IbkReq-To-Account      pic 9(6).
          05 IbkReq-Effective-Date  pic 9(8).
          05 IbkReq-Check-Number    pic 9(9).
          05 IbkReq-Reference       pic X(16).
          05 Filler                 pic X(10).
      ******************************************************************
      * Batch control records, the same HEADER/TRAILR convention      *
      * TXNFILE carries (see TxnRec.cpy), sharing the request's       *
      * customer-number and type columns (customer number zero): the *
      * first record of every IBKREQ is a HEADER and the last a       *
      * TRAILR, the trailer's count and hash cover the requests       *
      * between the two, and IbkIn refuses the whole file when either *
      * control is missing or disagrees with what is actually on the  *
      * file.                                                          *
      ******************************************************************
       01 Ibk-Control-Record.
          05 IbkCtl-Customer        pic 9(6).
          05 IbkCtl-Type            pic X(06).
             88 IbkCtl-Header          value "HEADER".
             88 IbkCtl-Trailer         value "TRAILR".
          05 IbkCtl-Business-Date   pic 9(8).
          05 IbkCtl-File-Seq        pic 9(4).
          05 IbkCtl-Record-Count    pic 9(7).
          05 IbkCtl-Amount-Hash     pic S9(11) comp-3.
          05 Filler                 pic X(34).
      ***********************
      * End of IBKREQ.CPY   *
      ***********************
