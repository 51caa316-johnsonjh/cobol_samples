      ******************************************************************
      * LEGALHLD.CPY                                                  *
      *----------------------------------------------------------------*
      * Legal hold on records (the LEGALHLD file): one row per        *
      * account or customer named in a pending litigation or          *
      * investigation matter, keyed by what is held, its number and   *
      * the matter.  While a hold is in force -- no release date, or  *
      * a release date still ahead of the business date -- nothing    *
      * about the account (or, for a customer, any account the        *
      * customer is linked to on CUSTXREF) may be purged or archived: *
      * every retention and archive run asks LegalChk before it       *
      * removes a record, and keeps the record when it is held.       *
      * Rows are placed, re-dated and released through LegalMnt and   *
      * are never deleted, so the file is its own history.             *
      ******************************************************************
       01 Legal-Hold-Record.
          05 Lhold-Key.
             10 Lhold-Subject-Type   pic X(01).
                88 Lhold-On-Account     value "A".
                88 Lhold-On-Customer    value "C".
             10 Lhold-Subject-Number pic 9(6).
             10 Lhold-Matter-Ref     pic X(12).
          05 Lhold-Placed-By        pic X(08).
          05 Lhold-Placed-Date      pic 9(8).
      *  zero until legal releases the hold; the hold lapses at the
      *  start of this date
          05 Lhold-Release-Date     pic 9(8).
          05 Lhold-Released-By      pic X(08).
          05 Lhold-Description      pic X(30).
          05 Filler                 pic X(20).
      ***********************
      * End of LEGALHLD.CPY *
      ***********************
