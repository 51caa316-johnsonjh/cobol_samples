      ******************************************************************
      * PARMREQ.CPY                                                   *
      *----------------------------------------------------------------*
      * The request a program passes to GetParm for one run-time      *
      * parameter.  The caller names the parameter and itself and     *
      * puts its own default in Parm-Req-Value; GetParm replaces the  *
      * value with the SYSPARM row in force on the business date,     *
      * when there is one, says which it was, and logs the value the  *
      * run is using to RUNHIST.                                       *
      ******************************************************************
       01 Parm-Request.
          05 Parm-Req-Name           pic X(10).
          05 Parm-Req-Program        pic X(08).
          05 Parm-Req-Value          pic X(18).
          05 Parm-Req-Source         pic X(01).
             88 Parm-Req-From-File      value "F".
             88 Parm-Req-Default        value "D".
          05 Parm-Req-Effective      pic 9(08).
      ***********************
      * End of PARMREQ.CPY  *
      ***********************
