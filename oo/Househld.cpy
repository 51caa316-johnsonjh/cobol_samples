      ******************************************************************
      * HOUSEHLD.CPY                                                  *
      *----------------------------------------------------------------*
      * Household file (HOUSEHLD), keyed by customer number: one row  *
      * per customer who belongs to a household, grouping the         *
      * separate CUSTMAST customers -- spouses, family members --     *
      * living at one address.  HhBuild proposes households from      *
      * matching normalized addresses and surnames; CustMaint "H"     *
      * and "S" requests confirm a proposal or split a customer out   *
      * of it.  A household is known by its head's customer number    *
      * (Hh-Number, the lowest member number when it was proposed).   *
      * The head's row also carries the member list, so a household   *
      * is two keyed reads away from any one member.  Only a          *
      * CONFIRMED household suppresses duplicate marketing notices    *
      * and statement inserts (HhMail) and shows as one relationship  *
      * on the CustInq household view.  A customer split out keeps    *
      * a row in status "S" so the next proposal run does not put     *
      * the customer straight back.                                   *
      ******************************************************************
       01 Household-Record.
          05 Hh-Customer-Number     pic 9(6).
          05 Hh-Number              pic 9(6).
          05 Hh-Status              pic X(01).
             88 Hh-Proposed            value "P".
             88 Hh-Confirmed           value "C".
             88 Hh-Kept-Apart          value "S".
          05 Hh-Role                pic X(01).
             88 Hh-Is-Head             value "H".
             88 Hh-Is-Member           value "M".
      *  what the members matched on: the first address line with
      *  only its letters and digits kept, then the 5-digit zip, and
      *  the surname (the last word of the name), both upper-cased
          05 Hh-Address-Key         pic X(35).
          05 Hh-Surname             pic X(20).
          05 Hh-Formed-Date         pic 9(8).
          05 Hh-Confirmed-Date      pic 9(8).
      *  on the head's row only -- every member, the head first
          05 Hh-Member-Count        pic 9(2).
          05 Hh-Member-List.
             10 Hh-Member-Number    pic 9(6) occurs 10 times.
          05 Filler                 pic X(13).
      ***********************
      * End of HOUSEHLD.CPY *
      ***********************
