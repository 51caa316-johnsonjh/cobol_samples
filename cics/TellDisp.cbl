       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellDisp.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLDISP -- online, pseudo-conversational                     *
      * electronic-transaction dispute case entry (transaction TDSP). *
      * N opens a case for an ACH debit or card charge the customer   *
      * disputes: the account must be on file, not a loan and not     *
      * closed or charged off, the customer bringing it must be one   *
      * of its owners (owner 1 when left blank), and the transaction  *
      * cannot be dated after today.  The case goes onto DISPUTE      *
      * under the next case number with its deadline calendar from    *
      * DispCal -- acknowledgment, provisional credit and resolution  *
      * in PROCCAL business days, resolution 90 for a card charge or  *
      * an account open under 30 days, 45 otherwise.  I shows a case. *
      * F and D are a supervisor's decision -- in the customer's      *
      * favor, or denied -- and the supervisor must not be the        *
      * operator who opened the case, the TellRel dual control.       *
      * Nothing posts here: the NightlyRun dispute stage posts the    *
      * provisional credit when it falls due and carries the decision *
      * to the account.  First-time-in versus re-entry is told apart  *
      * with EIBCALEN, the ordinary CICS way, same as TellPost.       *
      ******************************************************************
       Identification division.
       Program-id. "TellDisp".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy DispMap.
           Copy DFHAID.
           Copy DFHBMSCA.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- every transaction verifies the keyed
      *  operator against OPERFILE before doing anything else
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 2.
       01  Decision-Auth-Level       pic 9(01) value 3.
      *  batch/online interlock -- when NightlyRun has the account
      *  master, posting is closed and this transaction answers
      *  inquiry-style only (see Quiesce.cpy)
           Copy Quiesce.
       01  Quiesce-Lock-Switch       pic X(01) value "N".
           88 PostingQuiesced           value "Y".

           Copy AcctRec.
           Copy Dispute.

       01  Browse-Done-Switch        pic X(01) value "N".
           88 CaseBrowseDone            value "Y".
       01  Account-Checked-Switch    pic X(01) value "N".
           88 DisputeAccountChecked     value "Y".
       01  Owner-Found-Switch        pic X(01) value "N".
           88 CustomerIsOwner           value "Y".
       01  Owner-Index               pic 9(01) value zero.
       01  Case-Action               pic X(01) value spaces.
           88 Action-New-Case           value "N".
           88 Action-Inquire            value "I".
           88 Action-Favor              value "F".
           88 Action-Deny               value "D".
       01  Next-Case-Number          pic 9(6) value zero.
       01  Case-Message-Work         pic X(79) value spaces.
       01  Business-Date             pic 9(8) value zero.
       01  Teller-Case-Number        pic 9(6) value zero.
       01  Teller-Account-Number     pic 9(6) value zero.
       01  Teller-Customer-Number    pic 9(6) value zero.
       01  Teller-Kind               pic X(01) value spaces.
       01  Teller-Amount             pic 9(9) value zero.
       01  Teller-Amount-Binary      pic S9(9) binary value zero.
       01  Teller-Txn-Date           pic 9(8) value zero.
       01  Teller-Item-Reference     pic X(15) value spaces.
       01  Teller-Reason             pic X(30) value spaces.
      *  an account opened within this many days gets the longer
      *  resolution period, as a card charge does
       01  New-Account-Days          pic 9(3) value 30.
       01  Short-Resolve-Days        pic 9(3) value 45.
       01  Long-Resolve-Days         pic 9(3) value 90.
       01  Case-Resolve-Days         pic 9(3) value zero.
       01  Account-Age-Days          pic S9(9) binary value zero.
       01  Case-Ack-Due              pic 9(8) value zero.
       01  Case-Prov-Due             pic 9(8) value zero.
       01  Case-Resolve-Due          pic 9(8) value zero.
       01  Printable-Date            pic 9999/99/99.
       01  Status-Text-Work          pic X(30) value spaces.

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
                 Perform 3000-Receive-And-Process
              End-If

              Exec Cics Return
                  Transid ('TDSP')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

      *****************************************************************
      * First entry into the transaction (or a MAPFAIL on re-entry):  *
      * clear the map and prompt for the action.                      *
      *****************************************************************
       2000-Send-Initial-Map.
           Move Low-Values to TELLDSPO
           Move "KEY AN ACTION - N WITH THE DISPUTE, OR A CASE NUMBER"
               to MSGLO

           Exec Cics Send Map ('TELLDSP')
               Mapset  ('DISPMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TDSP')
               Commarea (DFHCOMMAREA)
           End-Exec.

      *****************************************************************
      * Operator pressed Enter: verify them, then open, show or       *
      * decide a case by the action keyed.                            *
      *****************************************************************
       3000-Receive-And-Process.
           Exec Cics Receive Map ('TELLDSP')
               Mapset ('DISPMAP')
               Into   (TELLDSPI)
           End-Exec

           Move Low-Values to TELLDSPO

           Perform 1500-Verify-Operator
           If not OperatorVerified
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Call "GetBusDate" using Business-Date

           Move spaces to Case-Action
           If ACTIONL not = zero
              Move ACTIONI to Case-Action
           End-If
           Evaluate True
               When Action-New-Case
                   Perform 3100-Open-Dispute-Case
               When Action-Inquire
                   Perform 3500-Inquire-Dispute-Case
               When Action-Favor
               When Action-Deny
                   Perform 3600-Decide-Dispute-Case
               When Other
                   Move "ACTION MUST BE N, I, F OR D" to MSGLO
           End-Evaluate
           Perform 5000-Redisplay-Map.

      *****************************************************************
      * A new case: edit what was keyed, check the account and the    *
      * customer against it, work out the deadlines and put the case  *
      * on file.                                                      *
      *****************************************************************
       3100-Open-Dispute-Case.
           Perform 1400-Check-Quiesce
           If PostingQuiesced
              Exit Paragraph
           End-If

           Perform 3110-Edit-Case-Fields
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If

           Move "N" to Account-Checked-Switch
           Perform 3200-Check-Dispute-Account
           If not DisputeAccountChecked
              Exit Paragraph
           End-If

           Perform 3300-Set-Deadlines
           Perform 3400-Write-Dispute-Case.

       3110-Edit-Case-Fields.
           If ACCTNOL = zero or ACCTNOI is not numeric
              Move "PLEASE ENTER A VALID ACCOUNT NUMBER" to MSGLO
              Exit Paragraph
           End-If
           Move ACCTNOI to Teller-Account-Number
           Move zero to Teller-Customer-Number
           If CUSTNOL not = zero
              If CUSTNOI is not numeric
                 Move "CUSTOMER NUMBER MUST BE NUMERIC" to MSGLO
                 Exit Paragraph
              End-If
              Move CUSTNOI to Teller-Customer-Number
           End-If
           Move spaces to Teller-Kind
           If KINDL not = zero
              Move KINDI to Teller-Kind
           End-If
           If Teller-Kind not = "A" and Teller-Kind not = "C"
              Move "KIND MUST BE A (ACH DEBIT) OR C (CARD CHARGE)"
                  to MSGLO
              Exit Paragraph
           End-If
           If AMOUNTL = zero or AMOUNTI is not numeric
              Move "PLEASE ENTER THE AMOUNT IN CENTS" to MSGLO
              Exit Paragraph
           End-If
           Move AMOUNTI to Teller-Amount
           Move Teller-Amount to Teller-Amount-Binary
           If Teller-Amount-Binary not > zero
              Move "AMOUNT MUST BE GREATER THAN ZERO" to MSGLO
              Exit Paragraph
           End-If
           If TXNDATEL = zero or TXNDATEI is not numeric
              Move "PLEASE ENTER THE TRANSACTION DATE AS YYYYMMDD"
                  to MSGLO
              Exit Paragraph
           End-If
           Move TXNDATEI to Teller-Txn-Date
           If Teller-Txn-Date > Business-Date
              Move "TRANSACTION DATE CANNOT BE AFTER TODAY" to MSGLO
              Exit Paragraph
           End-If
           If REASONL = zero or REASONI = spaces
              Move "PLEASE ENTER THE REASON FOR THE DISPUTE" to MSGLO
              Exit Paragraph
           End-If
           Move REASONI to Teller-Reason
           Move spaces to Teller-Item-Reference
           If ITEMREFL not = zero
              Move ITEMREFI to Teller-Item-Reference
           End-If.

      *****************************************************************
      * The account must be on file, a deposit account, and neither   *
      * closed nor charged off -- a frozen account still takes the    *
      * credit.  The customer must own it; left blank, it is owner 1. *
      *****************************************************************
       3200-Check-Dispute-Account.
           Move Teller-Account-Number to Master-Account-Number
           Exec Cics Read
               File     ('ACCTMAST')
               Into     (Acct-Master-Record)
               Ridfld   (Master-Account-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "ACCOUNT NOT FOUND OR INVALID ACCOUNT NUMBER"
                  to MSGLO
              Exit Paragraph
           End-If
           If Master-Account-Type = "L"
              Move "A LOAN ACCOUNT CANNOT CARRY A DISPUTE" to MSGLO
              Exit Paragraph
           End-If
           If Master-Status-Closed or Master-Status-ChargedOff
              Move "ACCOUNT IS CLOSED - SEE A SUPERVISOR" to MSGLO
              Exit Paragraph
           End-If
           If Teller-Customer-Number = zero
              Move Master-Owner-Cust-Id(1) to Teller-Customer-Number
           Else
              Move "N" to Owner-Found-Switch
              Perform 3210-Match-One-Owner
                  Varying Owner-Index from 1 by 1
                  Until Owner-Index > Master-Owner-Count
                     or Owner-Index > 4
                     or CustomerIsOwner
              If not CustomerIsOwner
                 Move "CUSTOMER IS NOT AN OWNER OF THIS ACCOUNT"
                     to MSGLO
                 Exit Paragraph
              End-If
           End-If
           Move "Y" to Account-Checked-Switch.

       3210-Match-One-Owner.
           If Master-Owner-Cust-Id(Owner-Index)
                 = Teller-Customer-Number
              Move "Y" to Owner-Found-Switch
           End-If.

      *****************************************************************
      * Resolution is allowed the longer period for a card charge or  *
      * an account opened within New-Account-Days; otherwise the      *
      * shorter.  DispCal counts every deadline in business days.     *
      *****************************************************************
       3300-Set-Deadlines.
           Move Short-Resolve-Days to Case-Resolve-Days
           If Teller-Kind = "C"
              Move Long-Resolve-Days to Case-Resolve-Days
           Else
              If Master-Open-Date is numeric
                    and Master-Open-Date > zero
                 Compute Account-Age-Days =
                     Function Integer-Of-Date(Business-Date)
                     - Function Integer-Of-Date(Master-Open-Date)
                 If Account-Age-Days < New-Account-Days
                    Move Long-Resolve-Days to Case-Resolve-Days
                 End-If
              End-If
           End-If
           Call "DispCal" using Case-Resolve-Days
                                Case-Ack-Due
                                Case-Prov-Due
                                Case-Resolve-Due.

       3400-Write-Dispute-Case.
           Perform 6100-Find-Next-Case-Number
           Move spaces to Dispute-Record
           Move Next-Case-Number       to Disp-Case-Number
           Move Teller-Account-Number  to Disp-Account-Number
           Move Teller-Customer-Number to Disp-Customer-Number
           Move Teller-Kind            to Disp-Kind
           Move Teller-Amount-Binary   to Disp-Amount
           Move Teller-Txn-Date        to Disp-Txn-Date
           Move Teller-Item-Reference  to Disp-Item-Reference
           Move Teller-Reason          to Disp-Reason
           Move Business-Date          to Disp-Intake-Date
           Move Oper-Id                to Disp-Intake-Operator
           Move Case-Ack-Due           to Disp-Ack-Due
           Move Case-Prov-Due          to Disp-Prov-Due
           Move Case-Resolve-Days      to Disp-Resolve-Days
           Move Case-Resolve-Due       to Disp-Resolve-Due
           Set Disp-Prov-None          to true
           Set Disp-Open               to true
           Move zero to Disp-Ack-Date Disp-Prov-Date
                        Disp-Decision-Date Disp-Applied-Date
           Exec Cics Write
               File   ('DISPUTE')
               From   (Dispute-Record)
               Ridfld (Disp-Case-Number)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO OPEN THE CASE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           Perform 4000-Show-Dispute-Case
           Move spaces to Case-Message-Work
           String "DISPUTE CASE OPENED, NO. " Delimited by size
                  Disp-Case-Number Delimited by size
               into Case-Message-Work
           Move Case-Message-Work to MSGLO.

       3500-Inquire-Dispute-Case.
           Perform 3510-Edit-Case-Number
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           Move Teller-Case-Number to Disp-Case-Number
           Exec Cics Read
               File     ('DISPUTE')
               Into     (Dispute-Record)
               Ridfld   (Disp-Case-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "DISPUTE CASE NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           Perform 4000-Show-Dispute-Case
           Move "CASE DISPLAYED" to MSGLO.

       3510-Edit-Case-Number.
           If CASENOL = zero or CASENOI is not numeric
              Move "PLEASE ENTER THE CASE NUMBER" to MSGLO
              Exit Paragraph
           End-If
           Move CASENOI to Teller-Case-Number.

      *****************************************************************
      * A supervisor's decision on an open case.  The decider must    *
      * not be the operator who opened it.  The case is only marked   *
      * here; the dispute stage makes the credit final or reverses it *
      * that night.                                                   *
      *****************************************************************
       3600-Decide-Dispute-Case.
           If Oper-Auth-Level < Decision-Auth-Level
              Move "ONLY A SUPERVISOR CAN DECIDE A DISPUTE" to MSGLO
              Exit Paragraph
           End-If
           Perform 1400-Check-Quiesce
           If PostingQuiesced
              Exit Paragraph
           End-If
           Perform 3510-Edit-Case-Number
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           Move Teller-Case-Number to Disp-Case-Number
           Exec Cics Read
               File     ('DISPUTE')
               Into     (Dispute-Record)
               Ridfld   (Disp-Case-Number)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "DISPUTE CASE NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           If not Disp-Open
              Perform 4000-Show-Dispute-Case
              Move "CASE IS ALREADY DECIDED" to MSGLO
              Exec Cics Unlock
                  File ('DISPUTE')
              End-Exec
              Exit Paragraph
           End-If
           If Disp-Intake-Operator = Oper-Id
              Perform 4000-Show-Dispute-Case
              Move "YOU OPENED THIS CASE - ANOTHER SUPERVISOR DECIDES"
                  to MSGLO
              Exec Cics Unlock
                  File ('DISPUTE')
              End-Exec
              Exit Paragraph
           End-If

           If Action-Favor
              Set Disp-Favor to true
           Else
              Set Disp-Denied to true
           End-If
           Move Business-Date to Disp-Decision-Date
           Move Oper-Id       to Disp-Decision-Operator
           Exec Cics Rewrite
               File ('DISPUTE')
               From (Dispute-Record)
               Resp (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO RECORD THE DECISION" to MSGLO
              Exit Paragraph
           End-If
           Perform 4000-Show-Dispute-Case
           If Disp-Favor
              Move "DECIDED FOR THE CUSTOMER - CREDIT FINAL TONIGHT"
                  to MSGLO
           Else
              Move "DISPUTE DENIED - ANY CREDIT REVERSES TONIGHT"
                  to MSGLO
           End-If.

      *****************************************************************
      * Loads the case on file into the screen fields, with its       *
      * deadlines and where the case and its provisional credit       *
      * stand.                                                        *
      *****************************************************************
       4000-Show-Dispute-Case.
           Move Disp-Case-Number      to Teller-Case-Number
           Move Disp-Account-Number   to Teller-Account-Number
           Move Disp-Customer-Number  to Teller-Customer-Number
           Move Disp-Kind             to Teller-Kind
           Move Disp-Amount           to Teller-Amount
           Move Disp-Txn-Date         to Teller-Txn-Date
           Move Disp-Item-Reference   to Teller-Item-Reference
           Move Disp-Reason           to Teller-Reason
           Move Disp-Ack-Due          to Printable-Date
           Move Printable-Date        to ACKDUEO
           Move Disp-Prov-Due         to Printable-Date
           Move Printable-Date        to PROVDUEO
           Move Disp-Resolve-Due      to Printable-Date
           Move Printable-Date        to RESDUEO

           Move spaces to Status-Text-Work
           Evaluate True
               When Disp-Open and Disp-Ack-Date = zero
                   Move "OPEN - NOT YET ACKNOWLEDGED"
                       to Status-Text-Work
               When Disp-Open
                   Move "OPEN" to Status-Text-Work
               When Disp-Favor and Disp-Applied-Date = zero
                   Move "DECIDED FOR CUSTOMER - PENDING"
                       to Status-Text-Work
               When Disp-Favor
                   Move "RESOLVED FOR CUSTOMER" to Status-Text-Work
               When Disp-Denied and Disp-Applied-Date = zero
                   Move "DENIED - PENDING" to Status-Text-Work
               When Disp-Denied
                   Move "DENIED" to Status-Text-Work
           End-Evaluate
           Move Status-Text-Work to STATUSO

           Move spaces to Status-Text-Work
           Move Disp-Prov-Date to Printable-Date
           Evaluate True
               When Disp-Prov-Posted
                   String "POSTED " Delimited by size
                          Printable-Date Delimited by size
                       into Status-Text-Work
               When Disp-Prov-Final
                   String "FINAL " Delimited by size
                          Printable-Date Delimited by size
                       into Status-Text-Work
               When Disp-Prov-Reversed
                   String "REVERSED " Delimited by size
                          Printable-Date Delimited by size
                       into Status-Text-Work
               When Other
                   Move "NOT YET POSTED" to Status-Text-Work
           End-Evaluate
           Move Status-Text-Work to PROVSTO.

      *****************************************************************
      * Walks the case file for the highest case number on file, the  *
      * TellPost way.                                                 *
      *****************************************************************
       6100-Find-Next-Case-Number.
           Move 1 to Next-Case-Number
           Move "N" to Browse-Done-Switch
           Move zero to Disp-Case-Number
           Exec Cics Startbr
               File   ('DISPUTE')
               Ridfld (Disp-Case-Number)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 6110-Read-Next-Case-Record
               Until CaseBrowseDone
           Exec Cics Endbr
               File ('DISPUTE')
               Resp (WS-Resp)
           End-Exec.

       6110-Read-Next-Case-Record.
           Exec Cics Readnext
               File   ('DISPUTE')
               Into   (Dispute-Record)
               Ridfld (Disp-Case-Number)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Compute Next-Case-Number = Disp-Case-Number + 1
           Else
              Move "Y" to Browse-Done-Switch
           End-If.

      *****************************************************************
      * Operator sign-on check: the keyed operator ID must exist on   *
      * OPERFILE, be active, and carry at least this transaction's    *
      * required authorization level.  Nothing else runs until it     *
      * passes.                                                       *
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
      * Moves the keyed (or looked-up) fields back and redisplays     *
      * without erasing.                                              *
      *****************************************************************
       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Case-Action to ACTIONO
           If Teller-Case-Number not = zero
              Move Teller-Case-Number to CASENOO
           End-If
           If Teller-Account-Number not = zero
              Move Teller-Account-Number to ACCTNOO
           End-If
           If Teller-Customer-Number not = zero
              Move Teller-Customer-Number to CUSTNOO
           End-If
           Move Teller-Kind           to KINDO
           Move Teller-Amount         to AMOUNTO
           If Teller-Txn-Date not = zero
              Move Teller-Txn-Date    to TXNDATEO
           End-If
           Move Teller-Item-Reference to ITEMREFO
           Move Teller-Reason         to REASONO

           Exec Cics Send Map ('TELLDSP')
               Mapset  ('DISPMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the files mid-flight, and no case is opened or decided    *
      * from the window until the driver drops it at end of run.      *
      *****************************************************************
       1400-Check-Quiesce.
           Move "N" to Quiesce-Lock-Switch
           Move "1" to Quiesce-Key
           Exec Cics Read
               File     ('QUIESCE')
               Into     (Quiesce-Record)
               Ridfld   (Quiesce-Key)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL) and Quiesce-Raised
              Move "Y" to Quiesce-Lock-Switch
              Move "POSTING CLOSED FOR BATCH - INQUIRY ONLY"
                  to MSGLO
           End-If.

      *****************************************************************
      * Any unexpected CICS condition ends the conversation cleanly   *
      * rather than abending the teller's session.                    *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY YOUR SUPERVISOR"
               to MSGLO
           Exec Cics Send Map ('TELLDSP')
               Mapset  ('DISPMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellDisp".
