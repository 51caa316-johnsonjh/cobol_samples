      ******************************************************************
      * IRAEXTR.CPY                                                   *
      *----------------------------------------------------------------*
      * IRA year-end tax extract (IRAEXTR) for the forms vendor,      *
      * written by Tax1099 beside the 1099-INT extract: one 5498 row  *
      * per IRA with contributions or a balance for the tax year, and *
      * one 1099-R row per IRA per distribution code paid in the      *
      * year.  Amounts are in cents.                                  *
      ******************************************************************
       01 Ira-Extract-Record.
          05 IraX-Form              pic X(05).
             88 IraX-Form-5498         value "5498 ".
             88 IraX-Form-1099R        value "1099R".
          05 IraX-Tax-Year          pic 9(04).
          05 IraX-Account-Number    pic 9(06).
          05 IraX-Tax-Id            pic X(09).
          05 IraX-Name              pic X(20).
          05 IraX-Address-1         pic X(30).
          05 IraX-Address-2         pic X(30).
          05 IraX-City              pic X(20).
          05 IraX-State             pic X(02).
          05 IraX-Zip               pic X(09).
      *  5498: regular and rollover contributions for the tax year
      *  and the account's value at the run
          05 IraX-Contributions     pic 9(11).
          05 IraX-Rollover-In       pic 9(11).
          05 IraX-Year-End-Value    pic 9(11).
      *  1099-R: gross distribution, tax withheld, and the IRS
      *  distribution code -- 7 normal, 1 early, G direct rollover
          05 IraX-Gross-Distribution pic 9(11).
          05 IraX-Fed-Withheld      pic 9(11).
          05 IraX-Dist-Code         pic X(01).
          05 Filler                 pic X(10).
      ***********************
      * End of IRAEXTR.CPY  *
      ***********************
