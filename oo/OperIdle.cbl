       cbl thread,pgmname(longmixed)
      ******************************************************************
      * OperIdle.cbl                                                   *
      *----------------------------------------------------------------*
      * Idle-operator deactivation (NightlyRun stage 34, ahead of the *
      * journal roll).  Every active operator whose last sign-on is   *
      * more than the idle limit behind tonight's business date is    *
      * deactivated, and the change logged to OPERHIST through        *
      * OperHLog as source OPERIDLE -- an ID nobody uses is an ID     *
      * nobody would miss being misused.  The limit is 90 days unless *
      * the OPERIDLE SYSPARM value gives another, the CtrRpt          *
      * CTRLIMIT pattern.  An active operator with no sign-on date    *
      * yet -- a record from before the date was kept -- has the idle *
      * clock started at tonight's date rather than being taken off   *
      * at once; that stamp is not a change of access and is not      *
      * logged.  Each deactivation is listed on the log; a supervisor *
      * reactivates through TellOper.                                 *
      ******************************************************************
       Identification division.
       Program-id. "OperIdle" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select OperatorFile Assign to "OPERFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Oper-Id
               File Status is OperatorStatus.
       Data Division.
       File Section.
       FD  OperatorFile.
           Copy OperRec.

       Working-Storage Section.
       01  OperatorStatus         pic X(02) value spaces.
           88 OperatorOK             value "00".
       01  OperEOF-Switch         pic X(01) value "N".
           88 NoMoreOperators        value "Y".

       01  Today                  pic 9(8) value zero.
       01  Idle-Env-Value         pic X(04) value spaces.
       01  Idle-Limit-Days        pic 9(4) value 90.
       01  Idle-Days              pic S9(9) binary value zero.
       01  Before-Operator-Image  pic X(54) value spaces.
       01  No-Operator-Id         pic X(08) value spaces.

       01  OperatorsRead          pic 9(5) value zero.
       01  OperatorsDeactivated   pic 9(5) value zero.
       01  ClocksStarted          pic 9(5) value zero.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If OperatorOK
              Perform 2000-Consider-One-Operator
                  Until NoMoreOperators
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "OperIdle: idle-operator deactivation starting"
           Call "GetBusDate" using Today
           Move "OperIdle" to Parm-Req-Program
           Move Idle-Limit-Days to Idle-Env-Value
           Move "OPERIDLE" to Parm-Req-Name
           Move Idle-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Idle-Env-Value
           If Idle-Env-Value is numeric
                 and Idle-Env-Value not = "0000"
              Move Idle-Env-Value to Idle-Limit-Days
           End-If
           Display "OperIdle: idle limit " Idle-Limit-Days " days"
           Open I-O OperatorFile
           If not OperatorOK
              Display "OperIdle: unable to open OPERFILE, rc="
                      OperatorStatus
              Exit Paragraph
           End-If
           Perform 1100-Read-Operator.

       1100-Read-Operator.
           If not NoMoreOperators
              Read OperatorFile Next Record
                  At End
                      Move "Y" to OperEOF-Switch
              End-Read
           End-If.

       2000-Consider-One-Operator.
           Add 1 to OperatorsRead
           If Oper-Is-Active
              If Oper-Last-Signon-Date is not numeric
                    or Oper-Last-Signon-Date = zero
                 Perform 2100-Start-Idle-Clock
              Else
                 Compute Idle-Days =
                     Function Integer-Of-Date(Today)
                     - Function Integer-Of-Date(Oper-Last-Signon-Date)
                 If Idle-Days > Idle-Limit-Days
                    Perform 2200-Deactivate-Operator
                 End-If
              End-If
           End-If
           Perform 1100-Read-Operator.

       2100-Start-Idle-Clock.
           Move Today to Oper-Last-Signon-Date
           Rewrite Operator-Record
           If OperatorOK
              Add 1 to ClocksStarted
           Else
              Display "OperIdle: operator " Oper-Id
                      " not stamped, rc=" OperatorStatus
           End-If.

       2200-Deactivate-Operator.
           Move Operator-Record to Before-Operator-Image
           Set Oper-Is-Inactive to true
           Rewrite Operator-Record
           If not OperatorOK
              Display "OperIdle: operator " Oper-Id
                      " not deactivated, rc=" OperatorStatus
              Exit Paragraph
           End-If
           Call "OperHLog" using by content "OPERIDLE" "D"
                                 by content No-Operator-Id
                                 by reference Before-Operator-Image
                                              Operator-Record
           Add 1 to OperatorsDeactivated
           Display "OperIdle: deactivated " Oper-Id " " Oper-Name
                   " branch " Oper-Branch ", last signed on "
                   Oper-Last-Signon-Date.

       9000-Terminate.
           If OperatorOK or NoMoreOperators
              Close OperatorFile
           End-If
           Display "OperIdle: operators=" OperatorsRead
                   " deactivated=" OperatorsDeactivated
                   " idle clocks started=" ClocksStarted.

       End program "OperIdle".
