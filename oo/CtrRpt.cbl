              "REPORTABLE AGGREGATES:".
           05 S-Count             pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
       1000-Initialize.
           Display "CtrRpt: currency-transaction report starting"
           Call "GetBusDate" using Today
           Move "CtrRpt" to Parm-Req-Program
           Move Report-Threshold to Threshold-Env-Value
           Move "CTRLIMIT" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
                 and Threshold-Env-Value not = "000000000"
              Move Threshold-Env-Value to Report-Threshold
