      * rate of the band its balance falls in.  Balances are in       *
      * cents, bands inclusive at both ends; the roster rate on       *
      * SAVACCTS remains the fallback for a balance no band covers    *
      * (or when no table is on file at all).  Tier-Table-Id names    *
      * the tier set a row belongs to: blank rows are the standard    *
      * set, and a PRODUCTS product whose Prod-Rate-Table-Id names    *
      * another set accrues on that set's bands instead.               *
      ******************************************************************
       01 Rate-Tier-Record.
          05 Tier-Effective-Date   pic 9(8).
          05 Tier-Low-Balance      pic S9(9) binary.
          05 Tier-High-Balance     pic S9(9) binary.
          05 Tier-Rate             pic S9(3)V9(4).
          05 Tier-Table-Id         pic X(04).
          05 Filler                pic X(16).
      ***********************
      * End of RATETBL.CPY  *
      ***********************
