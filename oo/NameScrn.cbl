      *----------------------------------------------------------------*
      * Watch-list name screening, CALLed at every point a name       *
      * enters the system -- Account's owner adds, CustMaint's        *
      * CUSTTXN adds and changes, the owners keyed at the branch      *
      * account-opening screen (TellOpen), the WatchScan full         *
      * re-scan, and the beneficiary of every outbound wire           *
      * (TellWire, WireLoad).  The WATCHLST list is read ONCE per run *
      * unit and served from working storage after that, the same     *
      * caching GetBusDate applies to the business date.  Matching is *
      * deliberately fuzzy enough to catch the obvious variants:      *
      * names compare equal after upper-casing and stripping spaces   *
      * and punctuation ("J. Smith" = "J SMITH"), and also when the   *
      * surname (last word) and first initial both agree ("JOHN       *
      * SMITH" = "J SMITH").  Every hit is appended to the WATCHHIT   *
      * file for the compliance officer's daily report; the caller    *
      * gets back the severity so a confirmed match can drive the     *
      * automatic freeze on its own side.                             *
      *   outResult: "N" no hit, "A" advisory hit, "C" confirmed hit  *
      ******************************************************************
       Identification division.
