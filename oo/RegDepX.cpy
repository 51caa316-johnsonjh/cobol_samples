      ******************************************************************
      * REGDEPX.CPY                                                   *
      *----------------------------------------------------------------*
      * Quarterly regulatory deposit schedule extract (the REGDEPX    *
      * file) for the filing software, written by RegDep: one record  *
      * per schedule line item, all-display so the file goes out as   *
      * written.  Amounts are in cents, in the base currency.  Line   *
      * groups and keys:                                               *
      *   PROD - deposits by product type; key TRAN, SAVG, TIME, TOTL *
      *   TDSM - time deposits by size and remaining maturity; key    *
      *          S (at or under the insurance limit) or L (over it)   *
      *          plus band 1 (3 months or less), 2 (over 3 through    *
      *          12 months), 3 (over 1 through 3 years), 4 (over 3    *
      *          years)                                                *
      *   ODIN - deposits of other depository institutions; key D     *
      *          (U.S.) or F (foreign) plus TRAN, SAVG or TIME         *
      *   FCCY - deposits held in foreign currency; key the currency  *
      *   ODRC - overdrawn balances reclassified as loans; key TOTL   *
      * Measures:                                                      *
      *   QEND - quarter-end balance       QAVG - quarter average     *
      *   QINT - quarter-to-date interest  NATV - quarter-end balance *
      *          expense                          in the currency     *
      ******************************************************************
       01 Reg-Deposit-Extract.
          05 Regx-Quarter-End       pic 9(8).
          05 Regx-Line-Group        pic X(04).
          05 Regx-Line-Key          pic X(06).
          05 Regx-Measure           pic X(04).
          05 Regx-Account-Count     pic 9(07).
          05 Regx-Amount            pic 9(13).
          05 Filler                 pic X(20).
      ***********************
      * End of REGDEPX.CPY  *
      ***********************
