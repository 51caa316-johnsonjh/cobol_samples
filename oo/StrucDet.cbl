      * Master-Owner-Cust-Id.  Every flagged account comes out on     *
      * the STRUCRPT suspicious-activity worklist with the            *
      * contributing journal entries listed under it.                  *
      * Tunables (SYSPARM, with defaults):                             *
      *   CTRLIMIT  reporting threshold in cents  (1000000 = $10,000) *
      *   STRUCPCT  near-threshold band floor, percent of the         *
      *             threshold                                 (70)    *
              "  CUSTOMERS FLAGGED: ".
           05 S-Customers         pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
       1000-Initialize.
           Display "StrucDet: structuring detection starting"
           Call "GetBusDate" using Today
           Move "StrucDet" to Parm-Req-Program
           Move Report-Threshold to Threshold-Env-Value
           Move "CTRLIMIT" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
              Move Threshold-Env-Value to Report-Threshold
           End-If
           Move Band-Percent to Band-Pct-Env-Value
           Move "STRUCPCT" to Parm-Req-Name
           Move Band-Pct-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Band-Pct-Env-Value
           If Band-Pct-Env-Value is numeric
                 and Band-Pct-Env-Value not = "000"
              Move Band-Pct-Env-Value to Band-Percent
           End-If
           Move Min-Band-Days to Min-Env-Value
           Move "STRUCMIN" to Parm-Req-Name
           Move Min-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Min-Env-Value
           If Min-Env-Value is numeric and Min-Env-Value not = "00"
              Move Min-Env-Value to Min-Band-Days
           End-If
