      ******************************************************************
      * INSEXTR.CPY                                                   *
      *----------------------------------------------------------------*
      * Insured-deposit extract (the INSEXTR file) in the regulator's *
      * fixed format, written by InsDep at quarter-end: one record    *
      * per customer per ownership category the customer holds money  *
      * in, all-display so the file goes out as written.  Amounts are *
      * in cents; the category codes are                               *
      *   SGL - single ownership (the customer alone)                  *
      *   JNT - joint ownership (the customer's share, split evenly   *
      *         across the owner table)                                *
      *   POD - payable-on-death / trust, insured per beneficiary     *
      *   CDS - certificates of deposit, balance plus accrued interest *
      ******************************************************************
       01 Ins-Extract-Record.
          05 Ins-As-Of-Date         pic 9(8).
          05 Ins-Customer-Number    pic 9(6).
          05 Ins-Tax-Id             pic X(09).
          05 Ins-Customer-Name      pic X(20).
          05 Ins-Category           pic X(03).
             88 Ins-Cat-Single         value "SGL".
             88 Ins-Cat-Joint          value "JNT".
             88 Ins-Cat-Pod            value "POD".
             88 Ins-Cat-CD             value "CDS".
          05 Ins-Account-Count      pic 9(03).
          05 Ins-Beneficiary-Count  pic 9(03).
          05 Ins-Balance            pic 9(11).
          05 Ins-Limit              pic 9(11).
          05 Ins-Insured-Amount     pic 9(11).
          05 Ins-Uninsured-Amount   pic 9(11).
          05 Filler                 pic X(20).
      ***********************
      * End of INSEXTR.CPY  *
      ***********************
