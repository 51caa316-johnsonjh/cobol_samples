      ******************************************************************
      * LEGALORD.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed legal-order file (LEGALORD), one record per levy or     *
      * garnishment served on the bank, keyed by our order number:    *
      * the court and case, the debtor's customer number, the amount  *
      * demanded, the answer deadline, and whether the order directs  *
      * us only to hold the debtor's funds or to pay them over.  An   *
      * order is keyed in as New; the nightly LegalOrd stage applies  *
      * it against every account the debtor owns and fills in the    *
      * protected amount it left alone, what it held or paid, and the *
      * processing fee, then marks the order Applied.                 *
      ******************************************************************
       01 Legal-Order-Record.
          05 Legal-Order-Number     pic 9(8).
          05 Legal-Customer-Number  pic 9(6).
          05 Legal-Order-Type       pic X(01).
             88 Legal-Is-Levy          value "L".
             88 Legal-Is-Garnishment   value "G".
          05 Legal-Court-Name       pic X(30).
          05 Legal-Case-Number      pic X(20).
          05 Legal-Amount-Demanded  pic S9(9) binary.
          05 Legal-Received-Date    pic 9(8).
          05 Legal-Answer-Deadline  pic 9(8).
          05 Legal-Directive        pic X(01).
             88 Legal-Order-Says-Hold  value "H".
             88 Legal-Order-Says-Pay   value "P".
          05 Legal-Status           pic X(01).
             88 Legal-Is-New           value "N".
             88 Legal-Is-Applied       value "A".
             88 Legal-Is-Released      value "R".
      *  filled in when the order is applied: the federally protected
      *  benefit amount left alone across all the debtor's accounts,
      *  what was held (or, on a pay order, remitted) and the fee
          05 Legal-Protected-Amount pic S9(9) binary.
          05 Legal-Amount-Held      pic S9(9) binary.
          05 Legal-Amount-Remitted  pic S9(9) binary.
          05 Legal-Fee-Assessed     pic S9(9) binary.
          05 Legal-Applied-Date     pic 9(8).
          05 Filler                 pic X(20).
      ************************
      * End of LEGALORD.CPY  *
      ************************
