      * One record per watch-list screening hit, appended to the      *
      * WATCHHIT file by NameScrn at the moment the match fires --    *
      * whether the name arrived through an account owner add, a      *
      * CUSTTXN customer add/change, the WatchScan full re-scan, or   *
      * an outbound wire's beneficiary (source WIRE).                 *
      * WatchRpt formats the business date's hits into the daily      *
      * report the compliance officer works from.                      *
      ******************************************************************
