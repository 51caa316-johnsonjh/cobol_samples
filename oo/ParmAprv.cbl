       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ParmAprv.cbl                                                   *
      *----------------------------------------------------------------*
      * System-parameter maintenance, approval pass -- the second     *
      * half of the two-person control, the SevApprv arrangement.     *
      * Reads PARMAPPR decisions against the PARMPEND queue ParmMnt   *
      * filled: an approval by a user other than the submitter        *
      * applies the request to the keyed SYSPARM file (an add writes  *
      * a new name/effective-date row, a change rewrites one, a       *
      * delete withdraws one), stamped with submitter and approver; a *
      * rejection just disposes of the request.  A request whose      *
      * effective date has passed while it waited is refused, so a    *
      * day already run is never rewritten.  Every decision is logged *
      * to PARMHIST with the value before and after, and the queue    *
      * rows keep their final status.                                  *
      ******************************************************************
       Identification division.
       Program-id. "ParmAprv".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ParmApprFile Assign to "PARMAPPR"
               Organization is Sequential
               File Status is ParmApprFileStatus.
           Select ParmPendFile Assign to "PARMPEND"
               Organization is Sequential
               File Status is ParmPendFileStatus.
           Select SysParmFile Assign to "SYSPARM"
               Organization is Indexed
               Access Mode is Random
               Record Key is Parm-Key
               File Status is SysParmStatus.
           Select ParmHistFile Assign to "PARMHIST"
               Organization is Sequential
               File Status is ParmHistFileStatus.
       Data Division.
       File Section.
       FD  ParmApprFile.
           Copy ParmAppr.
       FD  ParmPendFile.
           Copy ParmPend.
       FD  SysParmFile.
           Copy SysParm.
       FD  ParmHistFile.
           Copy ParmHist.

       Working-Storage Section.
       01  ParmApprFileStatus     pic X(02) value spaces.
           88 ParmApprFileOK         value "00".
       01  ParmPendFileStatus     pic X(02) value spaces.
           88 ParmPendFileOK         value "00".
       01  SysParmStatus          pic X(02) value spaces.
           88 SysParmOK              value "00".
       01  ParmHistFileStatus     pic X(02) value spaces.

       01  ParmApprEOF-Switch     pic X(01) value "N".
           88 NoMoreApprovals        value "Y".
       01  Overflow-Switch        pic X(01) value "N".
           88 PendingTableOverflowed value "Y".
       01  ParmPendEOF-Switch     pic X(01) value "N".
           88 NoMorePendingRecords   value "Y".
       01  ParmOpen-Switch        pic X(01) value "N".
           88 SysParmOpen            value "Y".
       01  RowFound-Switch        pic X(01) value "N".
           88 RowOnFile              value "Y".

      *****************************************************************
      * The whole pending queue, loaded up front so decisions can be  *
      * matched by request number and the queue rewritten with final  *
      * statuses at end of run.                                        *
      *****************************************************************
       01  Pend-Count             pic 9(4) comp value 0.
       01  Pend-Max               pic 9(4) comp value 500.
       01  Pend-Search-Index      pic 9(4) comp.
       01  Pend-Match-Index       pic 9(4) comp value 0.
       01  Pending-Table.
           05 Pending-Entry occurs 500 times.
              10 Pend-Seq            pic 9(06).
              10 Pend-Status         pic X(01).
              10 Pend-Submitted-By   pic X(08).
              10 Pend-Submitted-Date pic 9(08).
              10 Pend-Action         pic X(01).
              10 Pend-Name           pic X(10).
              10 Pend-Effective      pic 9(08).
              10 Pend-Value          pic X(18).
              10 Pend-Description    pic X(40).

       01  Approver-User          pic X(08) value spaces.
       01  Business-Date          pic 9(8) value zero.
       01  Appr-Today             pic 9(8) value zero.
       01  Appr-Now               pic 9(8) value zero.
       01  Old-Value              pic X(18) value spaces.

       01  Approved-Count         pic 9(07) value zero.
       01  Rejected-Count         pic 9(07) value zero.
       01  Refused-Count          pic 9(07) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
      *  a queue too big for the table refuses the whole run --
      *  rewriting PARMPEND from a partial load would lose the
      *  requests that never made it in
           If PendingTableOverflowed
              Display "ParmAprv: PARMPEND holds more requests than "
                      "the pending table; run refused, queue and "
                      "SYSPARM left untouched"
              Move 8 to Return-Code
              Perform 9000-Terminate
              Goback
           End-If
           Perform 2000-Apply-One-Decision
               Until NoMoreApprovals
           Perform 7000-Rewrite-Pending-Queue
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ParmAprv: system-parameter approval starting"
           Accept Approver-User from Environment "USER"
           If Approver-User = spaces
              Accept Approver-User from Environment "LOGNAME"
           End-If
           Call "GetBusDate" using Business-Date
           Accept Appr-Today from Date YYYYMMDD
           Accept Appr-Now from Time
           Perform 1300-Load-Pending-Queue
           Open I-O SysParmFile
           If SysParmStatus = "35"
              Open Output SysParmFile
              Close SysParmFile
              Open I-O SysParmFile
           End-If
           If SysParmOK
              Move "Y" to ParmOpen-Switch
           Else
              Display "ParmAprv: unable to open SYSPARM, rc="
                      SysParmStatus
              Move "Y" to ParmApprEOF-Switch
           End-If
           Open Input ParmApprFile
           If not ParmApprFileOK
              Display "ParmAprv: unable to open PARMAPPR, rc="
                      ParmApprFileStatus
              Move "Y" to ParmApprEOF-Switch
           End-If
           Perform 1500-Read-Decision.

       1300-Load-Pending-Queue.
           Move 0 to Pend-Count
           Open Input ParmPendFile
           If not ParmPendFileOK
              Display "ParmAprv: no PARMPEND queue, rc="
                      ParmPendFileStatus
              Move "Y" to ParmPendEOF-Switch
              Exit Paragraph
           End-If
           Perform 1310-Read-Pending
           Perform 1320-Load-One-Pending
               Until NoMorePendingRecords
           Close ParmPendFile.

       1310-Read-Pending.
           If not NoMorePendingRecords
              Read ParmPendFile
                  At End
                      Move "Y" to ParmPendEOF-Switch
              End-Read
           End-If.

       1320-Load-One-Pending.
           If Pend-Count < Pend-Max
              Add 1 to Pend-Count
              Move ParmPend-Seq          to Pend-Seq(Pend-Count)
              Move ParmPend-Status       to Pend-Status(Pend-Count)
              Move ParmPend-Submitted-By
                to Pend-Submitted-By(Pend-Count)
              Move ParmPend-Submitted-Date
                to Pend-Submitted-Date(Pend-Count)
              Move ParmPend-Action       to Pend-Action(Pend-Count)
              Move ParmPend-Name         to Pend-Name(Pend-Count)
              Move ParmPend-Effective-Date
                to Pend-Effective(Pend-Count)
              Move ParmPend-Value        to Pend-Value(Pend-Count)
              Move ParmPend-Description
                to Pend-Description(Pend-Count)
           Else
              Move "Y" to Overflow-Switch
           End-If
           Perform 1310-Read-Pending.

       1500-Read-Decision.
           If not NoMoreApprovals
              Read ParmApprFile
                  At End
                      Move "Y" to ParmApprEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * One PARMAPPR decision: the named request must exist, still be *
      * Pending, and must not have been submitted by the user running *
      * this approval pass.                                            *
      *****************************************************************
       2000-Apply-One-Decision.
           Perform 2100-Find-Pending-Request
           Evaluate True
               When Pend-Match-Index = zero
                   Display "ParmAprv: no pending request "
                           ParmAppr-Seq ", decision refused"
                   Add 1 to Refused-Count
               When Pend-Submitted-By(Pend-Match-Index)
                       = Approver-User
                   Display "ParmAprv: request " ParmAppr-Seq
                           " was submitted by " Approver-User
                           " -- a second person must decide it"
                   Add 1 to Refused-Count
               When ParmAppr-Approve
                   Perform 3000-Approve-Request
               When ParmAppr-Reject
                   Perform 4000-Reject-Request
               When Other
                   Display "ParmAprv: decision "
                           ParmAppr-Decision " on request "
                           ParmAppr-Seq " unknown, refused"
                   Add 1 to Refused-Count
           End-Evaluate
           Perform 1500-Read-Decision.

       2100-Find-Pending-Request.
           Move 0 to Pend-Match-Index
           Perform 2110-Match-One-Request
               Varying Pend-Search-Index from 1 by 1
               Until Pend-Search-Index > Pend-Count.

       2110-Match-One-Request.
           If Pend-Seq(Pend-Search-Index) = ParmAppr-Seq
                 and Pend-Status(Pend-Search-Index) = "P"
              Move Pend-Search-Index to Pend-Match-Index
           End-If.

      *****************************************************************
      * An add wants no row with that name and effective date yet, a *
      * change or delete wants one; anything else no longer applies   *
      * and the request stays pending for a fresh decision.            *
      *****************************************************************
       3000-Approve-Request.
           If Pend-Effective(Pend-Match-Index) < Business-Date
              Display "ParmAprv: request " ParmAppr-Seq
                      " effective " Pend-Effective(Pend-Match-Index)
                      " has passed, refused -- resubmit it"
              Add 1 to Refused-Count
              Exit Paragraph
           End-If
           Perform 3100-Read-Parm-Row
           Evaluate True
               When Pend-Action(Pend-Match-Index) = "A"
                     and not RowOnFile
                   Perform 3200-Add-Row
               When Pend-Action(Pend-Match-Index) = "C"
                     and RowOnFile
                   Perform 3300-Change-Row
               When Pend-Action(Pend-Match-Index) = "D"
                     and RowOnFile
                   Delete SysParmFile
               When Other
                   Display "ParmAprv: request " ParmAppr-Seq
                           " no longer applies to SYSPARM, refused"
                   Add 1 to Refused-Count
                   Exit Paragraph
           End-Evaluate
           Move "A" to Pend-Status(Pend-Match-Index)
           Add 1 to Approved-Count
           Display "ParmAprv: request " ParmAppr-Seq " "
                   Pend-Action(Pend-Match-Index) " "
                   Pend-Name(Pend-Match-Index) " effective "
                   Pend-Effective(Pend-Match-Index) " applied"
           Move "A" to ParmHist-Disposition
           Perform 5000-Log-History-Entry.

       3100-Read-Parm-Row.
           Move Pend-Name(Pend-Match-Index) to Parm-Name
           Move Pend-Effective(Pend-Match-Index)
             to Parm-Effective-Date
           Move "Y" to RowFound-Switch
           Read SysParmFile
               Invalid Key
                   Move "N" to RowFound-Switch
           End-Read
           If RowOnFile
              Move Parm-Value to Old-Value
           Else
              Move spaces to Old-Value
           End-If.

       3200-Add-Row.
           Move spaces to Sys-Parm-Record
           Move Pend-Name(Pend-Match-Index) to Parm-Name
           Move Pend-Effective(Pend-Match-Index)
             to Parm-Effective-Date
           Perform 3400-Fill-Row
           Write Sys-Parm-Record.

       3300-Change-Row.
           Perform 3400-Fill-Row
           Rewrite Sys-Parm-Record.

       3400-Fill-Row.
           Move Pend-Value(Pend-Match-Index) to Parm-Value
           If Pend-Description(Pend-Match-Index) not = spaces
              Move Pend-Description(Pend-Match-Index)
                to Parm-Description
           End-If
           Move Pend-Submitted-By(Pend-Match-Index)
             to Parm-Submitted-By
           Move Approver-User to Parm-Approved-By
           Move Business-Date to Parm-Approved-Date.

       4000-Reject-Request.
           Move "R" to Pend-Status(Pend-Match-Index)
           Add 1 to Rejected-Count
           Move spaces to Old-Value
           If SysParmOpen
              Perform 3100-Read-Parm-Row
           End-If
           Display "ParmAprv: request " ParmAppr-Seq " rejected"
           Move "R" to ParmHist-Disposition
           Perform 5000-Log-History-Entry.

      *****************************************************************
      * One PARMHIST row per decision, approved or rejected alike,    *
      * carrying submitter, approver and disposition.                  *
      *****************************************************************
       5000-Log-History-Entry.
           Move Pend-Submitted-By(Pend-Match-Index)
             to ParmHist-Changed-By
           Move Appr-Today          to ParmHist-Changed-Date
           Move Appr-Now            to ParmHist-Changed-Time
           Move Pend-Seq(Pend-Match-Index) to ParmHist-Request-Seq
           Move Pend-Action(Pend-Match-Index) to ParmHist-Action
           Move Pend-Name(Pend-Match-Index) to ParmHist-Name
           Move Pend-Effective(Pend-Match-Index)
             to ParmHist-Effective-Date
           Move Old-Value           to ParmHist-Old-Value
           If Pend-Action(Pend-Match-Index) = "D"
              Move spaces to ParmHist-New-Value
           Else
              Move Pend-Value(Pend-Match-Index) to ParmHist-New-Value
           End-If
           Move Approver-User       to ParmHist-Approved-By
           Open Extend ParmHistFile
           If ParmHistFileStatus = "35"
              Open Output ParmHistFile
           End-If
           Write Parm-Hist-Record
           Close ParmHistFile.

       7000-Rewrite-Pending-Queue.
           If Pend-Count = zero
              Exit Paragraph
           End-If
           Open Output ParmPendFile
           Perform 7100-Write-One-Pending
               Varying Pend-Search-Index from 1 by 1
               Until Pend-Search-Index > Pend-Count
           Close ParmPendFile.

       7100-Write-One-Pending.
           Move spaces to Parm-Pend-Record
           Move Pend-Seq(Pend-Search-Index) to ParmPend-Seq
           Move Pend-Status(Pend-Search-Index) to ParmPend-Status
           Move Pend-Submitted-By(Pend-Search-Index)
             to ParmPend-Submitted-By
           Move Pend-Submitted-Date(Pend-Search-Index)
             to ParmPend-Submitted-Date
           Move Pend-Action(Pend-Search-Index) to ParmPend-Action
           Move Pend-Name(Pend-Search-Index) to ParmPend-Name
           Move Pend-Effective(Pend-Search-Index)
             to ParmPend-Effective-Date
           Move Pend-Value(Pend-Search-Index) to ParmPend-Value
           Move Pend-Description(Pend-Search-Index)
             to ParmPend-Description
           Write Parm-Pend-Record.

       9000-Terminate.
           Close ParmApprFile
           If SysParmOpen
              Close SysParmFile
           End-If
           Display "ParmAprv: approved=" Approved-Count
                   " rejected=" Rejected-Count
                   " refused=" Refused-Count.

       End program "ParmAprv".
