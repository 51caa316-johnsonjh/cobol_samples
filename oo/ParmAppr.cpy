      ******************************************************************
      * PARMAPPR.CPY                                                  *
      *----------------------------------------------------------------*
      * One decision on a PARMPEND request, applied by ParmAprv: "A"  *
      * approves the named request (and only then does SYSPARM        *
      * change), "R" rejects it.  The deciding user is the run's own  *
      * identity and must differ from the request's submitter.        *
      ******************************************************************
       01 Parm-Appr-Record.
          05 ParmAppr-Seq            pic 9(06).
          05 ParmAppr-Decision       pic X(01).
             88 ParmAppr-Approve        value "A".
             88 ParmAppr-Reject         value "R".
          05 Filler                  pic X(13).
      ************************
      * End of PARMAPPR.CPY  *
      ************************
