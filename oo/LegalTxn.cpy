      ******************************************************************
      * LEGALTXN.CPY                                                  *
      *----------------------------------------------------------------*
      * One record per requested change to the LEGALHLD legal-hold    *
      * file, applied by LegalMnt.  LegalTxn-Action "P" places a hold *
      * on an account (subject type A) or a customer (C) under a      *
      * matter, with an optional scheduled release date; "D" re-dates *
      * a hold in force (a zero date holds it until released); "R"    *
      * releases it, on the date given or the business date.  The     *
      * operator is the placing or releasing legal officer.            *
      ******************************************************************
       01 LegalTxn-Record.
          05 LegalTxn-Action          pic X(01).
             88 LegalTxn-Place           value "P".
             88 LegalTxn-Redate          value "D".
             88 LegalTxn-Release         value "R".
          05 LegalTxn-Subject-Type    pic X(01).
             88 LegalTxn-Subject-Valid   values "A" "C".
          05 LegalTxn-Subject-Number  pic 9(6).
          05 LegalTxn-Matter-Ref      pic X(12).
          05 LegalTxn-Operator-Id     pic X(08).
          05 LegalTxn-Release-Date    pic 9(8).
          05 LegalTxn-Description     pic X(30).
          05 Filler                   pic X(14).
      ***********************
      * End of LEGALTXN.CPY *
      ***********************
