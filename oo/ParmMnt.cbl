       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ParmMnt.cbl                                                    *
      *----------------------------------------------------------------*
      * System-parameter maintenance, submission pass -- the SevMaint *
      * arrangement applied to SYSPARM.  Each valid PARMTXN request   *
      * lands on the PARMPEND queue in Pending status carrying the    *
      * submitter's identity; only ParmAprv, run by a second,         *
      * different user, applies the approved requests to SYSPARM and  *
      * logs every decision to PARMHIST.  A request must name the     *
      * parameter, carry an effective date no earlier than the        *
      * business date, and (to add or change) a value.                 *
      ******************************************************************
       Identification division.
       Program-id. "ParmMnt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ParmTxnFile Assign to "PARMTXN"
               Organization is Sequential
               File Status is ParmTxnFileStatus.
           Select ParmPendFile Assign to "PARMPEND"
               Organization is Sequential
               File Status is ParmPendFileStatus.
       Data Division.
       File Section.
       FD  ParmTxnFile.
           Copy ParmTxn.
       FD  ParmPendFile.
           Copy ParmPend.

       Working-Storage Section.
       01  ParmTxnFileStatus      pic X(02) value spaces.
           88 ParmTxnFileOK          value "00".
       01  ParmPendFileStatus     pic X(02) value spaces.
           88 ParmPendFileOK         value "00".

       01  ParmTxnEOF-Switch      pic X(01) value "N".
           88 NoMoreParmTxnRecords   value "Y".
       01  ParmPendEOF-Switch     pic X(01) value "N".
           88 NoMorePendingRecords   value "Y".

       01  Maint-User             pic X(08) value spaces.
       01  Business-Date          pic 9(8) value zero.
       01  Next-Pending-Seq       pic 9(06) value zero.

       01  TxnsQueued             pic 9(07) value zero.
       01  TxnsRejected           pic 9(07) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Queue-One-Transaction
               Until NoMoreParmTxnRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ParmMnt: system-parameter submission starting"
           Accept Maint-User from Environment "USER"
           If Maint-User = spaces
              Accept Maint-User from Environment "LOGNAME"
           End-If
           Call "GetBusDate" using Business-Date
           Perform 1100-Find-Next-Pending-Seq
           Open Input ParmTxnFile
           If not ParmTxnFileOK
              Display "ParmMnt: unable to open PARMTXN, rc="
                      ParmTxnFileStatus
              Move "Y" to ParmTxnEOF-Switch
           End-If
           Perform 1200-Read-Transaction.

      *****************************************************************
      * Request numbers continue from the highest already queued, so  *
      * an approval names one request unambiguously across runs.      *
      *****************************************************************
       1100-Find-Next-Pending-Seq.
           Move 1 to Next-Pending-Seq
           Open Input ParmPendFile
           If not ParmPendFileOK
              Exit Paragraph
           End-If
           Perform 1110-Read-Pending
           Perform 1120-Note-One-Pending
               Until NoMorePendingRecords
           Close ParmPendFile.

       1110-Read-Pending.
           If not NoMorePendingRecords
              Read ParmPendFile
                  At End
                      Move "Y" to ParmPendEOF-Switch
              End-Read
           End-If.

       1120-Note-One-Pending.
           If ParmPend-Seq >= Next-Pending-Seq
              Compute Next-Pending-Seq = ParmPend-Seq + 1
           End-If
           Perform 1110-Read-Pending.

       1200-Read-Transaction.
           If not NoMoreParmTxnRecords
              Read ParmTxnFile
                  At End
                      Move "Y" to ParmTxnEOF-Switch
              End-Read
           End-If.

       2000-Queue-One-Transaction.
           Evaluate True
               When not (ParmTxn-Add or ParmTxn-Change
                         or ParmTxn-Delete)
                   Display "ParmMnt: rejecting request for "
                           ParmTxn-Name " -- action "
                           ParmTxn-Action " unknown"
                   Add 1 to TxnsRejected
               When ParmTxn-Name = spaces
                   Display "ParmMnt: rejecting request with no "
                           "parameter name"
                   Add 1 to TxnsRejected
               When ParmTxn-Effective-Date not numeric
                     or ParmTxn-Effective-Date < Business-Date
                   Display "ParmMnt: rejecting request for "
                           ParmTxn-Name " -- effective date "
                           ParmTxn-Effective-Date
                           " before the business date"
                   Add 1 to TxnsRejected
               When ParmTxn-Value = spaces and not ParmTxn-Delete
                   Display "ParmMnt: rejecting request for "
                           ParmTxn-Name " -- no value given"
                   Add 1 to TxnsRejected
               When Other
                   Perform 2100-Write-Pending-Request
           End-Evaluate
           Perform 1200-Read-Transaction.

       2100-Write-Pending-Request.
           Open Extend ParmPendFile
           If ParmPendFileStatus = "35"
              Open Output ParmPendFile
           End-If
           Move spaces                 to Parm-Pend-Record
           Move Next-Pending-Seq       to ParmPend-Seq
           Set ParmPend-Pending        to True
           Move Maint-User             to ParmPend-Submitted-By
           Move Business-Date          to ParmPend-Submitted-Date
           Move ParmTxn-Action         to ParmPend-Action
           Move ParmTxn-Name           to ParmPend-Name
           Move ParmTxn-Effective-Date to ParmPend-Effective-Date
           Move ParmTxn-Value          to ParmPend-Value
           Move ParmTxn-Description    to ParmPend-Description
           Write Parm-Pend-Record
           Close ParmPendFile
           Display "ParmMnt: request " Next-Pending-Seq " "
                   ParmTxn-Action " " ParmTxn-Name " effective "
                   ParmTxn-Effective-Date " queued for approval"
           Add 1 to Next-Pending-Seq
           Add 1 to TxnsQueued.

       9000-Terminate.
           Close ParmTxnFile
           Display "ParmMnt: queued=" TxnsQueued
                   " rejected=" TxnsRejected.

       End program "ParmMnt".
