      ******************************************************************
      * IRAYEAR.CPY                                                   *
      *----------------------------------------------------------------*
      * Keyed IRA tax-year ledger (IRAYEAR), one record per IRA       *
      * account per tax year, maintained by IraAccount as it posts.  *
      * Contributions count toward the tax year the customer         *
      * designates (a prior-year contribution is taken until the     *
      * filing deadline, 15 April); distributions and their federal  *
      * withholding count toward the calendar year they are paid.    *
      * Tax1099 writes the 5498 and 1099-R extracts from these rows. *
      ******************************************************************
       01 Ira-Year-Record.
          05 IraYr-Key.
             10 IraYr-Account-Number pic 9(6).
             10 IraYr-Tax-Year       pic 9(4).
      *  regular contributions, held to the annual limit, and
      *  rollover contributions, which are not
          05 IraYr-Contributions    pic S9(9) binary.
          05 IraYr-Rollover-In      pic S9(9) binary.
      *  distributions paid, gross, by distribution code, with the
      *  federal income tax withheld from each
          05 IraYr-Dist-Normal      pic S9(9) binary.
          05 IraYr-Dist-Early       pic S9(9) binary.
          05 IraYr-Dist-Rollover    pic S9(9) binary.
          05 IraYr-Withheld-Normal  pic S9(9) binary.
          05 IraYr-Withheld-Early   pic S9(9) binary.
          05 IraYr-Last-Post-Date   pic 9(8).
          05 Filler                 pic X(20).
      ***********************
      * End of IRAYEAR.CPY  *
      ***********************
