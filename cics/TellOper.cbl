       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellOper.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLOPER -- online, pseudo-conversational operator            *
      * maintenance (transaction TOPR) for supervisors: add a new     *
      * teller with a name, authorization level, posting limit and    *
      * branch; change any of those; deactivate someone who has left; *
      * reactivate someone who has come back; or look an operator up, *
      * with their last sign-on date and customer link (the link      *
      * itself stays with AcctMnt).  Level 3 is required, and no      *
      * supervisor may change, deactivate or reactivate their own     *
      * record -- a raised limit always has a second pair of hands.   *
      * Every change is logged with its before/after image and the    *
      * supervisor's ID through OperHLog to OPERHIST.  An added or    *
      * reactivated operator's last-sign-on date starts at today, so  *
      * OperIdle gives them the full idle limit to first sign on.     *
      * OPERFILE is not the account master, so the Quiesce interlock  *
      * does not apply.  First-time-in versus re-entry is told apart  *
      * with EIBCALEN, the ordinary CICS way.                         *
      ******************************************************************
       Identification division.
       Program-id. "TellOper".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy OperMap.
           Copy DFHAID.
           Copy DFHBMSCA.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- every transaction verifies the keyed
      *  operator against OPERFILE before doing anything else; once
      *  verified, Operator-Record is reused for the operator being
      *  maintained and the supervisor is remembered here
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 3.
       01  Supervisor-Id             pic X(08) value spaces.

       01  Business-Date             pic 9(8) value zero.
       01  Signon-Date-Edit          pic 9999/99/99.
       01  Before-Operator-Image     pic X(54) value spaces.
       01  History-Change-Type       pic X(01) value spaces.

       01  Maint-Action              pic X(01) value spaces.
           88 Action-Is-Add             value "A".
           88 Action-Is-Change          value "C".
           88 Action-Is-Deactivate      value "D".
           88 Action-Is-Reactivate      value "R".
           88 Action-Is-Inquire         value "I".
       01  Maint-Operator-Id         pic X(08) value spaces.
       01  Maint-Name                pic X(20) value spaces.
       01  Maint-Level               pic 9(01) value zero.
           88 Maint-Level-Valid         values 1 thru 3.
       01  Maint-Limit               pic 9(09) value zero.
       01  Maint-Branch              pic X(03) value spaces.
       01  Field-Error-Switch        pic X(01) value "N".
           88 FieldInError              value "Y".
       01  Show-Record-Switch        pic X(01) value "N".
           88 ShowOperatorRecord        value "Y".

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

       Procedure Division.
       0000-Mainline.
           Exec Cics Handle Condition
               Mapfail (2000-Send-Initial-Map)
               Error   (9900-Handle-Cics-Error)
           End-Exec

           If EIBCALEN not = zero and EIBAID = DFHPF3
              Exec Cics Return
              End-Exec
           Else
              If EIBCALEN = zero
                 Perform 2000-Send-Initial-Map
              Else
                 Perform 3000-Receive-And-Maintain
              End-If

              Exec Cics Return
                  Transid ('TOPR')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLOPRO
           Move "ENTER ACTION (A/C/D/R/I) AND THE OPERATOR ID"
               to MSGLO

           Exec Cics Send Map ('TELLOPR')
               Mapset  ('OPERMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TOPR')
               Commarea (DFHCOMMAREA)
           End-Exec.

       3000-Receive-And-Maintain.
           Exec Cics Receive Map ('TELLOPR')
               Mapset ('OPERMAP')
               Into   (TELLOPRI)
           End-Exec

           Move Low-Values to TELLOPRO
           Move "N" to Show-Record-Switch

           Perform 1500-Verify-Operator
           If not OperatorVerified
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move Oper-Id to Supervisor-Id

           Move ACTIONI to Maint-Action
           If TARGETL = zero or TARGETI = spaces
              Move "PLEASE ENTER THE OPERATOR ID TO MAINTAIN" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move TARGETI to Maint-Operator-Id
           If Maint-Operator-Id = Supervisor-Id
                 and not Action-Is-Inquire
              Move "YOU MAY NOT MAINTAIN YOUR OWN OPERATOR RECORD"
                  to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3100-Edit-Keyed-Fields
           If FieldInError
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Call "GetBusDate" using Business-Date
           Evaluate True
               When Action-Is-Add
                   Perform 4000-Add-Operator
               When Action-Is-Change
                   Perform 4100-Change-Operator
               When Action-Is-Deactivate
                   Perform 4200-Deactivate-Operator
               When Action-Is-Reactivate
                   Perform 4300-Reactivate-Operator
               When Action-Is-Inquire
                   Perform 4400-Inquire-Operator
               When Other
                   Move "ACTION MUST BE A, C, D, R OR I" to MSGLO
           End-Evaluate
           Perform 5000-Redisplay-Map.

      *****************************************************************
      * Operator sign-on check: the keyed operator ID must exist on   *
      * OPERFILE, be active, and carry at least this transaction's    *
      * required authorization level.  Nothing else runs until it     *
      * passes.                                                        *
      *****************************************************************
       1500-Verify-Operator.
           Move "N" to Operator-OK-Switch
           If OPERIDL = zero or OPERIDI = spaces
              Move "PLEASE ENTER YOUR OPERATOR ID" to MSGLO
              Exit Paragraph
           End-If
           Move OPERIDI to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "OPERATOR NOT ON FILE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If not Oper-Is-Active
              Move "OPERATOR ID IS INACTIVE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Required-Auth-Level
              Move "NOT AUTHORIZED FOR THIS FUNCTION" to MSGLO
              Exit Paragraph
           End-If
      *  the last-sign-on stamp; its outcome never stops the teller
           Exec Cics Link
               Program  ('OperSgn')
               Commarea (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           Move "Y" to Operator-OK-Switch.

      *****************************************************************
      * The name, level, limit and branch as keyed.  An add needs     *
      * all but the branch (blank is head office); a change takes     *
      * only those keyed, so each is edited only when present.        *
      *****************************************************************
       3100-Edit-Keyed-Fields.
           Move "N" to Field-Error-Switch
           Move spaces to Maint-Name
           Move zero to Maint-Level
           Move zero to Maint-Limit
           Move spaces to Maint-Branch
           If ONAMEL not = zero
              Move ONAMEI to Maint-Name
           End-If
           If OLEVELL not = zero
              If OLEVELI is not numeric
                 Move "AUTH LEVEL MUST BE 1, 2 OR 3" to MSGLO
                 Move "Y" to Field-Error-Switch
                 Exit Paragraph
              End-If
              Move OLEVELI to Maint-Level
              If not Maint-Level-Valid
                 Move "AUTH LEVEL MUST BE 1, 2 OR 3" to MSGLO
                 Move "Y" to Field-Error-Switch
                 Exit Paragraph
              End-If
           End-If
           If OLIMITL not = zero
              If OLIMITI is not numeric
                 Move "POSTING LIMIT MUST BE NUMERIC, IN CENTS"
                     to MSGLO
                 Move "Y" to Field-Error-Switch
                 Exit Paragraph
              End-If
              Move OLIMITI to Maint-Limit
           End-If
           If OBRNCHL not = zero
              Move OBRNCHI to Maint-Branch
           End-If
           If Action-Is-Add
              If Maint-Name = spaces
                 Move "PLEASE ENTER THE NEW OPERATOR'S NAME" to MSGLO
                 Move "Y" to Field-Error-Switch
                 Exit Paragraph
              End-If
              If not Maint-Level-Valid
                 Move "PLEASE ENTER AN AUTH LEVEL OF 1, 2 OR 3"
                     to MSGLO
                 Move "Y" to Field-Error-Switch
                 Exit Paragraph
              End-If
              If OLIMITL = zero
                 Move "PLEASE ENTER THE POSTING LIMIT IN CENTS"
                     to MSGLO
                 Move "Y" to Field-Error-Switch
              End-If
           End-If.

      *****************************************************************
      * A new operator: active, no customer link, the idle clock      *
      * starting today.                                               *
      *****************************************************************
       4000-Add-Operator.
           Move Maint-Operator-Id to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Move "OPERATOR ID ALREADY ON FILE - USE C TO CHANGE"
                  to MSGLO
              Move "Y" to Show-Record-Switch
              Exit Paragraph
           End-If

           Move spaces to Operator-Record
           Move Maint-Operator-Id to Oper-Id
           Move Maint-Name to Oper-Name
           Move Maint-Level to Oper-Auth-Level
           Move Maint-Limit to Oper-Posting-Limit
           If Maint-Branch = spaces
              Move "000" to Oper-Branch
           Else
              Move Maint-Branch to Oper-Branch
           End-If
           Move zero to Oper-Customer-Number
           Move Business-Date to Oper-Last-Signon-Date
           Set Oper-Is-Active to true
           Exec Cics Write
               File     ('OPERFILE')
               From     (Operator-Record)
               Ridfld   (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO ADD THE OPERATOR - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If
           Move spaces to Before-Operator-Image
           Move "A" to History-Change-Type
           Perform 4900-Log-Operator-Change
           Move "Y" to Show-Record-Switch
           Move "OPERATOR ADDED - PF3 TO END" to MSGLO.

       4100-Change-Operator.
           Perform 4800-Read-Operator-For-Update
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           If Maint-Name not = spaces
              Move Maint-Name to Oper-Name
           End-If
           If OLEVELL not = zero
              Move Maint-Level to Oper-Auth-Level
           End-If
           If OLIMITL not = zero
              Move Maint-Limit to Oper-Posting-Limit
           End-If
           If Maint-Branch not = spaces
              Move Maint-Branch to Oper-Branch
           End-If
           If Operator-Record = Before-Operator-Image
              Perform 4850-Release-Operator
              Move "Y" to Show-Record-Switch
              Move "NOTHING CHANGED - KEY THE FIELDS TO CHANGE"
                  to MSGLO
              Exit Paragraph
           End-If
           Move "C" to History-Change-Type
           Perform 4700-Rewrite-Operator
           If WS-Resp = DFHRESP(NORMAL)
              Move "OPERATOR CHANGED - PF3 TO END" to MSGLO
           End-If.

       4200-Deactivate-Operator.
           Perform 4800-Read-Operator-For-Update
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           If Oper-Is-Inactive
              Perform 4850-Release-Operator
              Move "Y" to Show-Record-Switch
              Move "OPERATOR IS ALREADY INACTIVE" to MSGLO
              Exit Paragraph
           End-If
           Set Oper-Is-Inactive to true
           Move "D" to History-Change-Type
           Perform 4700-Rewrite-Operator
           If WS-Resp = DFHRESP(NORMAL)
              Move "OPERATOR DEACTIVATED - PF3 TO END" to MSGLO
           End-If.

      *  the idle clock restarts, or OperIdle would take them straight
      *  back off tonight
       4300-Reactivate-Operator.
           Perform 4800-Read-Operator-For-Update
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           If Oper-Is-Active
              Perform 4850-Release-Operator
              Move "Y" to Show-Record-Switch
              Move "OPERATOR IS ALREADY ACTIVE" to MSGLO
              Exit Paragraph
           End-If
           Set Oper-Is-Active to true
           Move Business-Date to Oper-Last-Signon-Date
           Move "R" to History-Change-Type
           Perform 4700-Rewrite-Operator
           If WS-Resp = DFHRESP(NORMAL)
              Move "OPERATOR REACTIVATED - PF3 TO END" to MSGLO
           End-If.

       4400-Inquire-Operator.
           Move Maint-Operator-Id to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "OPERATOR NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           Move "Y" to Show-Record-Switch
           Move "OPERATOR SHOWN - PF3 TO END" to MSGLO.

       4700-Rewrite-Operator.
           Exec Cics Rewrite
               File   ('OPERFILE')
               From   (Operator-Record)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO UPDATE THE OPERATOR - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If
           Perform 4900-Log-Operator-Change
           Move "Y" to Show-Record-Switch.

       4800-Read-Operator-For-Update.
           Move Maint-Operator-Id to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "OPERATOR NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           Move Operator-Record to Before-Operator-Image.

       4850-Release-Operator.
           Exec Cics Unlock
               File ('OPERFILE')
               Resp (WS-Resp)
           End-Exec.

       4900-Log-Operator-Change.
           Call "OperHLog" using by content "TELLOPER"
                                 by reference History-Change-Type
                                              Supervisor-Id
                                              Before-Operator-Image
                                              Operator-Record.

      *****************************************************************
      * Moves the keyed fields back -- or, once an operator has been  *
      * read or written, the record as it now stands -- and           *
      * redisplays without erasing.                                   *
      *****************************************************************
       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Maint-Action to ACTIONO
           Move Maint-Operator-Id to TARGETO
           If ShowOperatorRecord
              Move Oper-Name to ONAMEO
              Move Oper-Auth-Level to OLEVELO
              Move Oper-Posting-Limit to Maint-Limit
              Move Maint-Limit to OLIMITO
              Move Oper-Branch to OBRNCHO
              If Oper-Is-Active
                 Move "ACTIVE" to OSTATO
              Else
                 Move "INACTIVE" to OSTATO
              End-If
              If Oper-Last-Signon-Date is numeric
                    and Oper-Last-Signon-Date not = zero
                 Move Oper-Last-Signon-Date to Signon-Date-Edit
                 Move Signon-Date-Edit to OSIGNO
              Else
                 Move "NONE" to OSIGNO
              End-If
              If Oper-Customer-Number is numeric
                 Move Oper-Customer-Number to OCUSTO
              End-If
           Else
              Move ONAMEI to ONAMEO
              Move OLEVELI to OLEVELO
              Move OLIMITI to OLIMITO
              Move OBRNCHI to OBRNCHO
           End-If

           Exec Cics Send Map ('TELLOPR')
               Mapset  ('OPERMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * Any unexpected CICS condition ends the conversation cleanly    *
      * rather than abending the supervisor's session.                 *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY OPERATIONS"
               to MSGLO
           Exec Cics Send Map ('TELLOPR')
               Mapset  ('OPERMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellOper".
