      * "CHBK" hold for the shortfall pins whatever arrives next.     *
      * Every item lands on the CHGBKREG register and the daily       *
      * CHGBKRPT report for the branches.  The return fee is          *
      * CHBKFEE on SYSPARM, cents, default 500.                        *
      ******************************************************************
       Identification division.
       Program-id. "ChgBack" recursive.
       01  Business-Date          pic 9(8) value zero.
       01  Fee-Env-Value          pic X(09) value spaces.
       01  Return-Fee             pic S9(9) binary value 500.
      *  the fee this item actually carries -- zero when the payee's
      *  fee exemption waived it
       01  Fee-Charged            pic S9(9) binary value zero.
       01  Fee-Waived             pic S9(9) binary value zero.
       01  Payee-Status           pic X(01) value spaces.
       01  Payee-Available        pic S9(9) binary value zero.
       01  Shortfall-Amount       pic S9(9) binary value zero.
           05 Filler              pic X(12) value "  REJECTED: ".
           05 S-Rejected          pic ZZZ,ZZ9.

           Copy ParmReq.

       Local-storage section.
       01  payeeAccount           usage object reference Account.

       1000-Initialize.
           Display "ChgBack: charge-back processing starting"
           Call "GetBusDate" using Business-Date
           Move "ChgBack" to Parm-Req-Program
           Move spaces to Fee-Env-Value
           Move "CHBKFEE" to Parm-Req-Name
           Move Fee-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Fee-Env-Value
           If Fee-Env-Value is numeric
              Move Fee-Env-Value to Return-Fee
           End-If
           Move RetDep-Payee-Account to D-Account
           Move RetDep-Check-Number  to D-Check
           Move RetDep-Amount        to D-Amount
           Move Return-Fee           to Fee-Charged
           Move Return-Fee           to D-Fee
           Move RetDep-Reason-Code   to D-Reason

      *  the fee under the journal's fee type
           Invoke payeeAccount "debit"
             using by value RetDep-Amount
           Invoke payeeAccount "setFeeCode"
             using by value "RDIF"
           Invoke payeeAccount "chargeFee"
             using by value Return-Fee
           Invoke payeeAccount "getFeeWaived"
             returning Fee-Waived
           Subtract Fee-Waived from Fee-Charged
           Move Fee-Charged to D-Fee
           Add 1 to ItemsProcessed
           Add RetDep-Amount to AmountChargedBack

           Else
              Add 1 to ItemsShort
              Compute Shortfall-Amount =
                  RetDep-Amount + Fee-Charged - Payee-Available
      *  pin whatever arrives next until the shortfall is made good;
      *  the negative balance itself rides the overdraft aging path
              Invoke payeeAccount "setHoldDetail"
           Move RetDep-Payee-Account to ChgBk-Payee-Account
           Move RetDep-Check-Number  to ChgBk-Check-Number
           Move RetDep-Amount        to ChgBk-Amount
           Move Fee-Charged          to ChgBk-Fee
           Move RetDep-Reason-Code   to ChgBk-Reason-Code
           Move Covered-Switch       to ChgBk-Covered
           Write Charge-Back-Record
