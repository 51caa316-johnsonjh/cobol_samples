      ******************************************************************
      * RDCHIST.CPY                                                   *
      *----------------------------------------------------------------*
      * Remote deposit capture history (RDCHIST): one record for      *
      * every scanned item RdcPost has ever accepted, keyed by the    *
      * check's own identity -- routing number, drawer account and    *
      * check number -- so the same check sent in a second time, in   *
      * the same file or a later one, by the same customer or         *
      * another, is found by one keyed read.                          *
      ******************************************************************
       01 Rdc-History-Record.
          05 Rdch-Key.
             10 Rdch-Routing-Number   pic 9(9).
             10 Rdch-Drawer-Account   pic X(17).
             10 Rdch-Check-Number     pic 9(9).
          05 Rdch-Deposit-Account     pic 9(6).
          05 Rdch-Customer-Number     pic 9(6).
          05 Rdch-Amount              pic S9(9) binary.
          05 Rdch-Deposit-Date        pic 9(8).
          05 Rdch-Hold-Expiry         pic 9(8).
          05 Rdch-File-Date           pic 9(8).
          05 Rdch-File-Seq            pic 9(4).
          05 Filler                   pic X(20).
      **********************
      * End of RDCHIST.CPY *
      **********************
