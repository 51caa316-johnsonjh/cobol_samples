      ******************************************************************
      * PODBENE.CPY                                                   *
      *----------------------------------------------------------------*
      * Keyed payable-on-death / in-trust-for beneficiary file         *
      * (PODBENE), keyed by account number and a sequence within the   *
      * account -- the designations Master-Owner-Table has no room     *
      * for, and which are not owners.  Each row names one             *
      * beneficiary, the relationship to the owner, the customer       *
      * number when the beneficiary is also a customer here (zero when *
      * not), and the percentage share of the account it takes; an     *
      * account's shares must total 100.00.  Maintained by PodMaint    *
      * from PODTXN; shown on CustInq and TellInq; PodExRpt lists the  *
      * accounts whose designations have gone wrong.                   *
      ******************************************************************
       01 Pod-Beneficiary-Record.
          05 Pod-Key.
             10 Pod-Account-Number  pic 9(6).
             10 Pod-Sequence        pic 9(2).
          05 Pod-Bene-Name          pic X(30).
          05 Pod-Relationship       pic X(10).
          05 Pod-Bene-Customer      pic 9(6).
          05 Pod-Share-Pct          pic 9(3)V99.
          05 Pod-Designated-Date    pic 9(8).
          05 Pod-Last-Maint-Date    pic 9(8).
          05 Filler                 pic X(20).
      ***********************
      * End of PODBENE.CPY  *
      ***********************
