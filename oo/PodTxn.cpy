      ******************************************************************
      * PODTXN.CPY                                                    *
      *----------------------------------------------------------------*
      * One record per requested change to the PODBENE beneficiary    *
      * file, applied by PodMaint.  PodTxn-Action "A" adds a          *
      * beneficiary at PodTxn-Sequence on PodTxn-Account, "C" changes *
      * one, and "D" removes one -- a beneficiary designation, unlike *
      * a customer row, is physically deleted when it is revoked.     *
      ******************************************************************
       01 PodTxn-Record.
          05 PodTxn-Action          pic X(01).
             88 PodTxn-Add             value "A".
             88 PodTxn-Change          value "C".
             88 PodTxn-Delete          value "D".
          05 PodTxn-Account         pic 9(6).
          05 PodTxn-Sequence        pic 9(2).
          05 PodTxn-Bene-Name       pic X(30).
          05 PodTxn-Relationship    pic X(10).
          05 PodTxn-Bene-Customer   pic 9(6).
          05 PodTxn-Share-Pct       pic 9(3)V99.
          05 Filler                 pic X(20).
      ***********************
      * End of PODTXN.CPY   *
      ***********************
