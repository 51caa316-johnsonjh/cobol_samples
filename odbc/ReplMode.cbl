       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ReplMode.cbl                                                   *
      *----------------------------------------------------------------*
      * Decides, for AcctRepl and CustRepl alike, whether tonight's   *
      * replication is a full refresh -- every ACCTMAST, CUSTMAST and *
      * HOLDFILE row sent, as every night used to be -- or sends only *
      * the rows on the CHGLOG change log.  The full-refresh night is *
      * the REPLFULL system parameter: the weekday of the business    *
      * date, 1 Sunday through 7 Saturday (default 1), or 0 for a     *
      * full refresh every night.  REPLMODE in the environment, FULL  *
      * or INCR, overrides it for one run -- FULL after AcctRbld or   *
      * AcctConv has rebuilt the master, or whenever ReplVrfy finds   *
      * the replica out of step.  Both programs call it with the same *
      * business date, so they always agree on the night.             *
      ******************************************************************
       Identification division.
       Program-id. "ReplMode".
       Data Division.
       Working-Storage Section.
       01  Business-Date          pic 9(8) value zero.
       01  Date-Integer           pic 9(7) value zero.
       01  Business-Weekday       pic 9(1) value zero.
       01  Full-Refresh-Weekday   pic 9(1) value 1.
       01  Refresh-Env-Value      pic X(01) value spaces.
       01  Mode-Env-Value         pic X(04) value spaces.

       Copy ParmReq.

       Linkage Section.
       01  inProgram              pic X(08).
       01  outReplMode            pic X(01).
           88 Repl-Full-Refresh      value "F".
           88 Repl-Changes-Only      value "I".

       Procedure Division using inProgram outReplMode.
       0000-Mainline.
           Call "GetBusDate" using Business-Date
      *  day 1 of the integer calendar (1601-01-01) was a Monday, so
      *  the remainder by 7 is 0 on a Sunday; weekday 1 is Sunday
           Compute Date-Integer =
               Function Integer-Of-Date(Business-Date)
           Compute Business-Weekday = Function Mod(Date-Integer, 7) + 1

           Move inProgram to Parm-Req-Program
           Move "1" to Refresh-Env-Value
           Move "REPLFULL" to Parm-Req-Name
           Move Refresh-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Refresh-Env-Value
           If Refresh-Env-Value >= "0" and Refresh-Env-Value <= "7"
              Move Refresh-Env-Value to Full-Refresh-Weekday
           End-If

           If Full-Refresh-Weekday = zero
                 or Full-Refresh-Weekday = Business-Weekday
              Set Repl-Full-Refresh to true
           Else
              Set Repl-Changes-Only to true
           End-If

           Move spaces to Mode-Env-Value
           Accept Mode-Env-Value from Environment "REPLMODE"
           Evaluate Mode-Env-Value
               When "FULL"
                   Set Repl-Full-Refresh to true
               When "INCR"
                   Set Repl-Changes-Only to true
               When Other
                   Continue
           End-Evaluate

           If Repl-Full-Refresh
              Display "ReplMode: " inProgram " full refresh, weekday "
                      Business-Weekday " REPLFULL=" Full-Refresh-Weekday
           Else
              Display "ReplMode: " inProgram " changed rows only, "
                      "weekday " Business-Weekday
                      " REPLFULL=" Full-Refresh-Weekday
           End-If
           Goback.

       End program "ReplMode".
