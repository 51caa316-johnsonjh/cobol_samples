      * amount by FX-Rate to get the TO-currency amount).  The rate   *
      * desk appends a fresh set each day; readers take the row with  *
      * the latest effective date on or before the business date.     *
      * FxPull loads the treasury system's closing rates ahead of the *
      * desk and stamps them TRSY with the treasury's publication     *
      * date and time; a row keyed by hand carries spaces there.  Of  *
      * two rows for the same pair and date, the later one on the     *
      * file is the one readers take.                                 *
      ******************************************************************
       01 FX-Rate-Record.
          05 FX-From-Currency      pic X(03).
          05 FX-To-Currency        pic X(03).
          05 FX-Effective-Date     pic 9(8).
          05 FX-Rate               pic S9(3)V9(6) comp-3.
          05 FX-Source             pic X(04).
             88 FX-From-Treasury      value "TRSY".
             88 FX-Keyed-By-Desk      value spaces.
          05 FX-Source-Date        pic 9(8).
          05 FX-Source-Time        pic 9(6).
          05 Filler                pic X(02).
      **********************
      * End of FXRATE.CPY  *
      **********************
