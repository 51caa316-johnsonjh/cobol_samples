      ******************************************************************
      * IBKEXT.CPY                                                    *
      *----------------------------------------------------------------*
      * Internet-banking account extract (the IBKEXTR file) for the   *
      * vendor's online balance and history screens, written nightly  *
      * by IbkExtr from CUSTXREF: for each customer, each linked       *
      * account's balance record, then its recent journal activity    *
      * off ACCTRECNT, then its active holds off HOLDFILE.  A joint   *
      * account appears under every customer linked to it.  All-      *
      * display so the file goes out as written; amounts are in cents *
      * with a leading sign.  The file carries the TXNFILE HEADER/     *
      * TRAILR controls (customer number zero), the trailer counting   *
      * every record between the two and hashing the ledger balances.  *
      * Activity types are ACCTRECNT's own journal types.              *
      ******************************************************************
       01 Ibk-Extract-Record.
          05 Ibx-Customer-Number    pic 9(6).
          05 Ibx-Record-Type        pic X(06).
             88 Ibx-Ctl-Header         value "HEADER".
             88 Ibx-Ctl-Trailer        value "TRAILR".
             88 Ibx-Balance-Record     value "BALNCE".
             88 Ibx-Activity-Record    value "ACTVTY".
             88 Ibx-Hold-Record        value "HOLD  ".
          05 Ibx-Account-Number     pic 9(6).
          05 Ibx-Detail             pic X(60).
          05 Ibx-Balance-Detail redefines Ibx-Detail.
             10 Ibx-Account-Type       pic X(01).
             10 Ibx-Account-Status     pic X(01).
             10 Ibx-Owner-Type         pic X(01).
             10 Ibx-Currency-Code      pic X(03).
             10 Ibx-Ledger-Balance     pic S9(11)
                                       sign leading separate.
             10 Ibx-Available-Balance  pic S9(11)
                                       sign leading separate.
             10 Ibx-Held-Total         pic S9(11)
                                       sign leading separate.
             10 Filler                 pic X(18).
          05 Ibx-Activity-Detail redefines Ibx-Detail.
             10 Ibx-Activity-Type      pic X(01).
             10 Ibx-Activity-Date      pic 9(8).
             10 Ibx-Activity-Amount    pic S9(11)
                                       sign leading separate.
             10 Ibx-Activity-Balance   pic S9(11)
                                       sign leading separate.
             10 Filler                 pic X(27).
          05 Ibx-Hold-Detail redefines Ibx-Detail.
             10 Ibx-Hold-Seq           pic 9(4).
             10 Ibx-Hold-Amount        pic S9(11)
                                       sign leading separate.
             10 Ibx-Hold-Reason        pic X(04).
             10 Ibx-Hold-Placed-Date   pic 9(8).
             10 Ibx-Hold-Expiry-Date   pic 9(8).
             10 Filler                 pic X(24).
          05 Ibx-Control-Detail redefines Ibx-Detail.
             10 Ibx-Ctl-Business-Date  pic 9(8).
             10 Ibx-Ctl-File-Seq       pic 9(4).
             10 Ibx-Ctl-Record-Count   pic 9(7).
             10 Ibx-Ctl-Amount-Hash    pic S9(13)
                                       sign leading separate.
             10 Filler                 pic X(27).
          05 Filler                 pic X(10).
      ***********************
      * End of IBKEXT.CPY   *
      ***********************
