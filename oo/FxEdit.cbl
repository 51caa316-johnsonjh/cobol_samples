           05 Filler              pic X(12) value "EXCEPTIONS: ".
           05 S-Exceptions        pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
       1000-Initialize.
           Display "FxEdit: FX rate edit starting"
           Call "GetBusDate" using Business-Date
           Move "FxEdit" to Parm-Req-Program
           Move Tolerance-Percent to Tolerance-Env-Value
           Move "FXTOLPCT" to Parm-Req-Name
           Move Tolerance-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Tolerance-Env-Value
           If Tolerance-Env-Value is numeric
                 and Tolerance-Env-Value not = "000"
              Move Tolerance-Env-Value to Tolerance-Percent
