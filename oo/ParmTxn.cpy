      ******************************************************************
      * PARMTXN.CPY                                                   *
      *----------------------------------------------------------------*
      * One requested change to SYSPARM, submitted through ParmMnt:   *
      * "A" adds a value taking effect on the date given, "C"         *
      * changes the value or description of the row with that name   *
      * and effective date, "D" withdraws that row.  Effective dates  *
      * before the business date are refused -- what was in force on  *
      * a day already run is never rewritten.                          *
      ******************************************************************
       01 Parm-Txn-Record.
          05 ParmTxn-Action          pic X(01).
             88 ParmTxn-Add             value "A".
             88 ParmTxn-Change          value "C".
             88 ParmTxn-Delete          value "D".
          05 ParmTxn-Name            pic X(10).
          05 ParmTxn-Effective-Date  pic 9(08).
          05 ParmTxn-Value           pic X(18).
          05 ParmTxn-Description     pic X(40).
          05 Filler                  pic X(03).
      ***********************
      * End of PARMTXN.CPY  *
      ***********************
