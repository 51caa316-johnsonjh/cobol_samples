      ******************************************************************
      * CHGREC.CPY                                                    *
      *----------------------------------------------------------------*
      * Replication change log (CHGLOG): one record per account,      *
      * customer or hold-ledger key changed since the replication    *
      * stage last ran, so AcctRepl and CustRepl can send only those *
      * rows to the reporting database instead of every row every    *
      * night.  Keyed by what kind of row it is and its key, so a    *
      * key touched a hundred times in a day is one record.  Written *
      * through ChgLog by Account's "postJournal", "saveMaster" and   *
      * hold methods, by CustHLog for every CUSTMAST change, and by  *
      * the batch programs that change ACCTMAST in place (DormSweep, *
      * Escheat, Reinstat, CustMrg); AcctArch logs each account it    *
      * archives as removed, so the replica row is deleted.  CustRepl *
      * deletes each record once it has been replicated.              *
      ******************************************************************
       01 Change-Log-Record.
          05 Chg-Key.
             10 Chg-Entity            pic X(01).
                88 Chg-Account           value "A".
                88 Chg-Customer          value "C".
                88 Chg-Hold              value "H".
      *  the account or customer number; a hold is its account
      *  number and ledger sequence
             10 Chg-Number            pic 9(6).
             10 Chg-Hold-Seq          pic 9(4).
          05 Chg-Action               pic X(01).
             88 Chg-Row-Changed          value "U".
             88 Chg-Row-Removed          value "D".
          05 Chg-First-Date           pic 9(8).
          05 Chg-Last-Date            pic 9(8).
          05 Chg-Last-Time            pic 9(8).
          05 Chg-Last-Source          pic X(08).
          05 Chg-Touch-Count          pic 9(5).
          05 Filler                   pic X(20).
      ***********************
      * End of CHGREC.CPY   *
      ***********************
