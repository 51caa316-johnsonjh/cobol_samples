               88  RunCtl-ChkRecon-Done       value 15.
               88  RunCtl-ChargeBack-Done     value 16.
               88  RunCtl-Housekeeping-Done   value 17.
               88  RunCtl-LoanBilling-Done    value 18.
               88  RunCtl-ChargeOff-Done      value 19.
               88  RunCtl-LegalOrders-Done    value 20.
               88  RunCtl-Deceased-Done       value 21.
               88  RunCtl-Accrual-Done        value 22.
               88  RunCtl-GLSummary-Done      value 23.
               88  RunCtl-FeeRefund-Done      value 24.
               88  RunCtl-OfficialChk-Done    value 25.
               88  RunCtl-Wire-Done           value 26.
               88  RunCtl-CardAuth-Done       value 27.
               88  RunCtl-CardSettle-Done     value 28.
               88  RunCtl-KiteDetect-Done     value 29.
               88  RunCtl-NewAcct-Done        value 30.
               88  RunCtl-EmpAcct-Done        value 31.
               88  RunCtl-Dispute-Done        value 32.
               88  RunCtl-HoldMail-Done       value 33.
               88  RunCtl-OperIdle-Done       value 34.
               88  RunCtl-Sweep-Done          value 35.
               88  RunCtl-IbkExtract-Done     value 36.
               88  RunCtl-BranchXfer-Done     value 37.
           05  Filler                     pic X(19).
      *************************
      * End of RUNCTL.CPY     *
