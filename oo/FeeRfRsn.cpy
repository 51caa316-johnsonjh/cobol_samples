      ******************************************************************
      * FEERFRSN.CPY                                                  *
      *----------------------------------------------------------------*
      * Fee-refund reason codes: the only codes the supervisor fee-   *
      * refund transaction (TellRfnd) accepts, carried on the refund  *
      * journal entry in Journal-Reason-Code, and the descriptions    *
      * the daily refund report (FeeRfRpt) prints beside them.  Adding *
      * a reason is a new FILLER row and a larger OCCURS here.         *
      ******************************************************************
       01  Refund-Reason-Values.
           05 Filler              pic X(32) value
              "BEBANK ERROR                    ".
           05 Filler              pic X(32) value
              "CSCUSTOMER SERVICE / GOODWILL   ".
           05 Filler              pic X(32) value
              "FTFIRST-TIME OCCURRENCE         ".
           05 Filler              pic X(32) value
              "RLRELATIONSHIP RETENTION        ".
           05 Filler              pic X(32) value
              "PDPOSTING-ORDER DISPUTE         ".
           05 Filler              pic X(32) value
              "OTOTHER - SEE BRANCH NOTES      ".
       01  Refund-Reason-Table redefines Refund-Reason-Values.
           05 Refund-Reason-Entry occurs 6 times.
              10 RR-Code             pic X(02).
              10 RR-Description      pic X(30).
       01  Refund-Reason-Count    pic 9(2) value 6.
      ************************
      * End of FEERFRSN.CPY  *
      ************************
