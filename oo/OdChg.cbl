      * so this run reads the PRIOR business date's snapshots, finds  *
      * the accounts that closed below zero, and accrues one day's    *
      * interest on the overdrawn amount into the ODACCR bucket at    *
      * the configurable daily rate (ODINTRATE on SYSPARM as          *
      * seven digits read as 9(3)V9(4); default .0005, about 18% a    *
      * year).  On the periodic posting nights -- the PROCCAL         *
      * minimum-balance nights and month-end, the shop's existing     *
       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       1000-Initialize.
           Display "OdChg: overdraft-interest accrual starting"
           Call "GetBusDate" using Business-Date
           Move "OdChg" to Parm-Req-Program
           Move spaces to Rate-Env-Value
           Move "ODINTRATE" to Parm-Req-Name
           Move Rate-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Rate-Env-Value
           If Rate-Env-Value is numeric
                 and Rate-Env-Value not = "0000000"
              Move Rate-Env-Numeric to Daily-OD-Rate
                 Invoke workingAccount "getStatus"
                   returning Posting-Status
                 If Posting-Status = "O"
      *  the charge's GL is booked in 3500 below
                    Invoke workingAccount "setJournalGlBooked"
                    Invoke workingAccount "debit"
                      using by value OdAccr-Accrued
                    Add 1 to AccountsCharged
