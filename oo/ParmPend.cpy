      ******************************************************************
      * PARMPEND.CPY                                                  *
      *----------------------------------------------------------------*
      * The PARMPEND pending-change queue for SYSPARM, the SEVPEND    *
      * arrangement: ParmMnt lands every PARMTXN request here in      *
      * Pending status with the submitter's identity, and only        *
      * ParmAprv -- run by a second, different user -- applies an     *
      * approved request.  Rows keep their final Approved/Rejected    *
      * status; PARMHIST carries the approver.                         *
      ******************************************************************
       01 Parm-Pend-Record.
          05 ParmPend-Seq            pic 9(06).
          05 ParmPend-Status         pic X(01).
             88 ParmPend-Pending        value "P".
             88 ParmPend-Approved       value "A".
             88 ParmPend-Rejected       value "R".
          05 ParmPend-Submitted-By   pic X(08).
          05 ParmPend-Submitted-Date pic 9(08).
          05 ParmPend-Action         pic X(01).
          05 ParmPend-Name           pic X(10).
          05 ParmPend-Effective-Date pic 9(08).
          05 ParmPend-Value          pic X(18).
          05 ParmPend-Description    pic X(40).
          05 Filler                  pic X(10).
      ************************
      * End of PARMPEND.CPY  *
      ************************
