      ******************************************************************
      * ODAGED.CPY                                                    *
      *----------------------------------------------------------------*
      * Overdraft age extract: OdAging writes one record per account  *
      * still overdrawn at the latest snapshot, with the run of       *
      * consecutive business days it has closed below zero and the    *
      * overdrawn amount, so the charge-off stage works from the      *
      * same aging the report and the collection letters do.           *
      ******************************************************************
       01 OD-Aged-Record.
          05 OdAged-Account-Number  pic 9(6).
          05 OdAged-Consec-Days     pic 9(3).
          05 OdAged-Amount          pic S9(9) binary.
          05 OdAged-As-Of-Date      pic 9(8).
          05 Filler                 pic X(20).
      **********************
      * End of ODAGED.CPY  *
      **********************
