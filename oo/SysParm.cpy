      ******************************************************************
      * SYSPARM.CPY                                                   *
      *----------------------------------------------------------------*
      * Keyed system-parameter file (SYSPARM): the thresholds,        *
      * windows, rates, fees and bank identifiers the batch reads at  *
      * run time, keyed by parameter name plus the business date the  *
      * value takes effect.  The row in force on a business date is  *
      * the one with the latest effective date not after it, so a    *
      * change can be staged ahead of the day it applies and the      *
      * rows it supersedes stay on file as the record of what was in  *
      * force before.  Values are kept exactly as the program reads   *
      * them -- left-justified, zero-filled to the program's width.   *
      * Changed only through ParmMnt and ParmAprv (two-person         *
      * control); read through GetParm; listed by ParmRpt.            *
      ******************************************************************
       01 Sys-Parm-Record.
          05 Parm-Key.
             10 Parm-Name            pic X(10).
             10 Parm-Effective-Date  pic 9(08).
          05 Parm-Value              pic X(18).
          05 Parm-Description        pic X(40).
          05 Parm-Submitted-By       pic X(08).
          05 Parm-Approved-By        pic X(08).
          05 Parm-Approved-Date      pic 9(08).
          05 Filler                  pic X(20).
      ***********************
      * End of SYSPARM.CPY  *
      ***********************
