      *   CDMT - a CD reaches maturity within the lead days           *
      *   DORM - the account goes dormant within the lead days        *
      *   SOFL - a standing order failed and is retrying              *
      *   DECD - the customer's death was processed today; the notice *
      *          goes to the estate at the customer's address         *
      *   DSAK - a dispute case was acknowledged today                *
      *   DSPC - a dispute's provisional credit posted today          *
      *   DSFN - a dispute was decided for the customer and applied   *
      *   DSDN - a dispute was denied and applied; any provisional    *
      *          credit was reversed                                  *
      *   ADRC - a customer's mailing address changed; a fraud-       *
      *          control confirmation goes to the OLD address         *
      *   MAJR - a custodial account's minor comes of age within 90   *
      *          days; fired by the month-end MinorConv run, not the  *
      *          nightly engine, to the custodian and the minor        *
      *   ACNF - an external-auditor balance confirmation letter;     *
      *          written by the AudSamp sample run, not the engine;   *
      *          a missing row sends it with the standard headline    *
      * A type whose mail class is "M" is marketing: a confirmed      *
      * household (HOUSEHLD) gets one copy of it a night, not one per *
      * member.  Any other class is about the customer's own account  *
      * and always goes to every customer it fires for.               *
      ******************************************************************
       01 Notice-Type-Record.
          05 NType-Code             pic X(04).
             88 NType-Is-Enabled       value "Y".
          05 NType-Lead-Days        pic 9(3).
          05 NType-Text             pic X(40).
          05 NType-Mail-Class       pic X(01).
             88 NType-Is-Marketing     value "M".
          05 Filler                 pic X(11).
      *************************
      * End of NOTICETYP.CPY  *
      *************************
