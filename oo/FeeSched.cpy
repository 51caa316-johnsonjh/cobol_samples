      ******************************************************************
      * FEESCHED.CPY                                                  *
      *----------------------------------------------------------------*
      * External fee schedule row (the FEESCHED file): fee code plus   *
      * account type mapped to an amount (cents) with an effective     *
      * date -- latest on or before the business date wins, the        *
      * FXRATES convention, and account type "*" covers any type       *
      * without its own row.  The type column also carries PRODUCTS    *
      * fee sets: a product whose Prod-Fee-Set is, say, "P" prices on  *
      * the "P" rows.  Pricing programs resolve through FeeLook at run *
      * start with their old hardcoded values as defaults, so the      *
      * twice-yearly pricing review is a file update, not a release.   *
      * Codes in use:                                                  *
      *   NSFF - NSF fee                 CHKF - per-check fee         *
      *   FWVT - check-fee waiver        FRDT - check-fee reduction   *
      *          threshold                      threshold             *
      *   MBTH - minimum-balance         MBCH - minimum-balance       *
      *          threshold                      service charge        *
      *   CDPN - CD early-withdrawal penalty, in MONTHS of interest   *
      *   LATE - loan late charge        LNGR - loan late-charge      *
      *                                         grace, in DAYS        *
      *   LNLD - loan billing lead, in DAYS                           *
      *   LGLF - legal-order (levy/garnishment) processing fee        *
      *   IRAL - IRA annual contribution limit                        *
      *   IRAC - IRA catch-up contribution, age 50 and over           *
      *   WIRF - outbound wire transfer fee                           *
      *   TPRT - relationship transfer-pricing rate, monthly, in      *
      *          1/10000ths                                           *
      *   SCTL - servicing cost per teller item   SCCK - per check    *
      ******************************************************************
       01 Fee-Schedule-Record.
          05 Fee-Code              pic X(04).
