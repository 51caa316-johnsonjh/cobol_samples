      ******************************************************************
      * FEEEXMP.CPY                                                   *
      *----------------------------------------------------------------*
      * Fee-exemption code table (the FEEEXMPT file): one row per     *
      * exemption code an account can carry in Master-Fee-Exempt-Code *
      * -- staff, nonprofit, senior checking and the like -- naming   *
      * up to ten fee codes the exemption waives.  "****" in the list *
      * waives every fee, including one charged with no code.  Fee    *
      * codes on the chargeFee paths:                                  *
      *   MBCH - minimum-balance service charge (MinBalChg)           *
      *   NSFF - NSF fee (CheckingAccount "processCheck")             *
      *   CHKF - per-check fee (CheckingAccount "processCheck")       *
      *   EXWD - excess-withdrawal fee (SavWdChg)                     *
      *   ANLF - net analysis fee (AnalBill)                          *
      *   LGLF - legal-order processing fee (LegalOrd)                *
      *   RDIF - returned-deposit-item fee (ChgBack)                  *
      * Read once per run unit by FeeExmt; an account whose code is   *
      * not on the table waives nothing.                               *
      ******************************************************************
       01 Fee-Exempt-Record.
          05 Exmp-Code             pic X(02).
          05 Exmp-Description      pic X(30).
          05 Exmp-Waived-Fee       occurs 10 times pic X(04).
          05 Filler                pic X(20).
      ***********************
      * End of FEEEXMP.CPY  *
      ***********************
