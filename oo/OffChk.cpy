      ******************************************************************
      * OFFCHK.CPY                                                    *
      *----------------------------------------------------------------*
      * Official-check register: one record per cashier's check or    *
      * money order the bank itself has issued, keyed by the serial   *
      * number off the official-check stock.  CHKREG stays the        *
      * customer drawer-account register; an official check is drawn  *
      * on the bank, so it lives here instead, written by the TellOfc *
      * teller transaction at issue, marked paid by the NightlyRun    *
      * clearing pass (an official check is presented with drawer     *
      * account zero), and marked escheated by Escheat when it has    *
      * gone unclaimed for the statutory period.  OfcChk books the GL *
      * for every issue and every payment off the two booked flags,   *
      * and lists what is still outstanding.                          *
      ******************************************************************
       01 Official-Check-Record.
          05 Offchk-Check-Number      pic 9(9).
          05 Offchk-Kind              pic X(01).
             88 Offchk-Cashiers-Check    value "C".
             88 Offchk-Money-Order       value "M".
          05 Offchk-Amount            pic S9(9) binary.
          05 Offchk-Payee-Name        pic X(30).
          05 Offchk-Remitter-Name     pic X(30).
      *  how the purchaser paid: out of an account (journaled "2"
      *  against it) or in cash through the issuing teller's drawer
          05 Offchk-Funding           pic X(01).
             88 Offchk-Funded-By-Account value "A".
             88 Offchk-Funded-By-Cash    value "C".
          05 Offchk-Purchaser-Account pic 9(6).
          05 Offchk-Purchaser-Type    pic X(01).
          05 Offchk-Issue-Date        pic 9(8).
          05 Offchk-Issue-Time        pic 9(8).
          05 Offchk-Operator-Id       pic X(8).
          05 Offchk-Status            pic X(01).
             88 Offchk-Outstanding       value "O".
             88 Offchk-Paid              value "P".
             88 Offchk-Escheated         value "E".
      *  the date the status last changed -- paid or escheated
          05 Offchk-Status-Date       pic 9(8).
          05 Offchk-Paid-Account      pic 9(6).
          05 Offchk-Issue-GL-Booked   pic X(01).
             88 Offchk-Issue-Booked      value "Y".
          05 Offchk-Paid-GL-Booked    pic X(01).
             88 Offchk-Payment-Booked    value "Y".
          05 Filler                   pic X(20).
      ************************
      * End of OFFCHK.CPY    *
      ************************
