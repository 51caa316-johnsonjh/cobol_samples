      *  duplicate inactive and points it at the surviving customer,
      *  so an old reference still resolves
          05 Cust-Merged-To         pic 9(06).
      *  date of death as reported to us, packed to fit the last of
      *  the record's spare bytes -- zero, or blank on records that
      *  predate the field, means none reported.  CustMaint records
      *  it; the nightly DecdProc stage works the estate from it
          05 Cust-Date-Of-Death     pic 9(8) comp-3.
          05 Cust-Death-Raw redefines Cust-Date-Of-Death
                                    pic X(05).
             88 Cust-Death-Never-Set   values spaces low-values.
      ***********************
      * End of CUSTREC.CPY  *
      ***********************
