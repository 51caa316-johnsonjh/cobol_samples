      ******************************************************************
      * PARMHIST.CPY                                                  *
      *----------------------------------------------------------------*
      * SYSPARM change history: one record per decision ParmAprv      *
      * takes on a PARMPEND request, approved or rejected, with the   *
      * value before and after, the submitter and the approver.       *
      ******************************************************************
       01 Parm-Hist-Record.
          05 ParmHist-Changed-By     pic X(08).
          05 ParmHist-Changed-Date   pic 9(08).
          05 ParmHist-Changed-Time   pic 9(08).
          05 ParmHist-Request-Seq    pic 9(06).
          05 ParmHist-Action         pic X(01).
          05 ParmHist-Name           pic X(10).
          05 ParmHist-Effective-Date pic 9(08).
          05 ParmHist-Old-Value      pic X(18).
          05 ParmHist-New-Value      pic X(18).
      *  two-person control: who decided the request and whether it
      *  was Approved or Rejected; ParmHist-Changed-By carries the
      *  original submitter
          05 ParmHist-Approved-By    pic X(08).
          05 ParmHist-Disposition    pic X(01).
             88 ParmHist-Was-Approved   value "A".
             88 ParmHist-Was-Rejected   value "R".
          05 Filler                  pic X(06).
      ************************
      * End of PARMHIST.CPY  *
      ************************
