           05 Filler              pic X(11) value "   ALERTS: ".
           05 S-Alerts            pic ZZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize

       1000-Initialize.
           Display "ErrTrend: ODBC error trending starting"
           Move "ErrTrend" to Parm-Req-Program
           Move Alert-Threshold to Threshold-Env-Value
           Move "ODBCERRMX" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
                 and Threshold-Env-Value not = "0000"
              Move Threshold-Env-Value to Alert-Threshold
