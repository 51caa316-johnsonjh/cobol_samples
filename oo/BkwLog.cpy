      ******************************************************************
      * BKWLOG.CPY                                                    *
      *----------------------------------------------------------------*
      * Backup-withholding event log (the BKWLOG file), one record    *
      * per withholding taken from interest, appended by Account's    *
      * "withholdBackup" wherever interest is credited -- the nightly *
      * interest batch, CD maturity and the CD interest sweep.  The   *
      * month-end remittance report (BkwRmt) is read straight off     *
      * this log.                                                      *
      ******************************************************************
       01 Backup-Withholding-Event.
          05 Bkw-Account-Number     pic 9(6).
          05 Bkw-Event-Date         pic 9(8).
      *  the taxpayer withheld on and why -- "M" TIN missing, "B"
      *  IRS B-notice
          05 Bkw-Customer-Number    pic 9(6).
          05 Bkw-Reason             pic X(01).
             88 Bkw-Reason-Missing     value "M".
             88 Bkw-Reason-BNotice     value "B".
      *  the interest withheld on and the amount withheld, in cents
          05 Bkw-Interest-Amount    pic S9(9) binary.
          05 Bkw-Withheld-Amount    pic S9(9) binary.
      *  rate applied, in basis points
          05 Bkw-Rate               pic 9(5).
          05 Filler                 pic X(20).
      **********************
      * End of BKWLOG.CPY  *
      **********************
