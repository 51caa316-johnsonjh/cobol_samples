      ******************************************************************
      * RDCITEM.CPY                                                   *
      *----------------------------------------------------------------*
      * One item of the RDCIN remote deposit capture intake file: a   *
      * check a business customer scanned in its own office for       *
      * deposit to one of its accounts here, identified the way the   *
      * check's MICR line identifies it -- the routing number of the  *
      * bank it is drawn on, the drawer's account there, and the      *
      * check number -- with the amount.  RdcPost validates and posts *
      * each one.                                                     *
      ******************************************************************
       01 Rdc-Item-Record.
          05 Rdc-Deposit-Account  pic 9(6).
          05 Rdc-Record-Type      pic X(06).
             88 Rdc-Check-Item       value "ITEM  ".
          05 Rdc-Amount           pic S9(9) binary.
          05 Rdc-Routing-Number   pic 9(9).
          05 Rdc-Drawer-Account   pic X(17).
          05 Rdc-Check-Number     pic 9(9).
          05 Filler               pic X(10).
      ******************************************************************
      * Batch control records, the same HEADER/TRAILR convention      *
      * TXNFILE carries (see TxnRec.cpy): the first record of every   *
      * RDCIN is a HEADER and the last a TRAILR, the trailer's count  *
      * and hash cover the items between the two, and RdcPost refuses *
      * the whole file when either control is missing or disagrees    *
      * with what is actually on the file.                            *
      ******************************************************************
       01 Rdc-Control-Record.
          05 Rdc-Ctl-Account       pic 9(6).
          05 Rdc-Ctl-Type          pic X(06).
             88 Rdc-Ctl-Header       value "HEADER".
             88 Rdc-Ctl-Trailer      value "TRAILR".
          05 Rdc-Ctl-Business-Date pic 9(8).
          05 Rdc-Ctl-File-Seq      pic 9(4).
          05 Rdc-Ctl-Record-Count  pic 9(7).
          05 Rdc-Ctl-Amount-Hash   pic S9(11) comp-3.
          05 Filler                pic X(24).
      **********************
      * End of RDCITEM.CPY *
      **********************
