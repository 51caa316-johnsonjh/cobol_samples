      ******************************************************************
      * CHGOFFLG.CPY                                                  *
      *----------------------------------------------------------------*
      * Charge-off and recovery event log (the CHGOFFLG file), one    *
      * record per event, appended by the nightly charge-off stage:   *
      * a "C" record for every account written off to loan loss and  *
      * an "R" record for every recovery received on a charged-off    *
      * account.  The month-end charged-off/recovered report for the  *
      * reserve committee is read straight off this log.               *
      ******************************************************************
       01 Charge-Off-Event.
          05 ChgOff-Event-Type      pic X(01).
             88 ChgOff-Is-Charge-Off   value "C".
             88 ChgOff-Is-Recovery     value "R".
          05 ChgOff-Account-Number  pic 9(6).
          05 ChgOff-Event-Date      pic 9(8).
          05 ChgOff-Amount          pic S9(9) binary.
      *  consecutive days overdrawn when written off; zero on a
      *  recovery
          05 ChgOff-Days-Overdrawn  pic 9(3).
          05 Filler                 pic X(20).
      ************************
      * End of CHGOFFLG.CPY  *
      ************************
