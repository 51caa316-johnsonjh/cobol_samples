       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellWRel.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLWREL -- online, pseudo-conversational supervisor release  *
      * of outbound wires (transaction TWRL).  Lists the WIREREQ      *
      * requests TellWire and WireLoad have queued, with each one's   *
      * watch-list screening result, and lets a level-3 operator      *
      * release or reject each one -- the TellRel dual control: the   *
      * releasing supervisor must not be the operator who entered the *
      * wire, and both IDs go on the journal entry.  A release        *
      * re-validates the debit account, debits the wire amount and    *
      * charges the FEESCHED wire fee (WIRF) through the Account      *
      * "debit" and "chargeFee" methods; the request is marked        *
      * released with its effective date for WireOut to send to the   *
      * Fed that night.  The wire debit is marked GL-booked on the    *
      * journal -- WireOut books it against the Federal Reserve       *
      * account when it sends the wire.  A wire held on a confirmed   *
      * watch-list hit can only be rejected.  First-time-in versus    *
      * re-entry is told apart with EIBCALEN, the ordinary CICS way.  *
      ******************************************************************
       Identification division.
       Program-id. "TellWRel".
       Environment division.
       Configuration section.
       Repository.
           Class Account     is "Account".

       Data Division.
       Working-Storage Section.
           Copy WRelMap.
           Copy DFHAID.
           Copy DFHBMSCA.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- this transaction is supervisor-only
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 3.
      *  batch/online interlock -- when NightlyRun has the account
      *  master, posting is closed and this transaction answers
      *  inquiry-style only (see Quiesce.cpy)
           Copy Quiesce.
       01  Quiesce-Lock-Switch       pic X(01) value "N".
           88 PostingQuiesced           value "Y".


           Copy WireReq.

       01  Browse-Done-Switch        pic X(01) value "N".
           88 QueueBrowseDone           value "Y".
       01  Queue-Lines-Filled        pic 9(01) value zero.
       01  Queue-Line-Work.
           05 QL-Seq                 pic 9(6).
           05 Filler                 pic X(02) value spaces.
           05 QL-Operator            pic X(8).
           05 Filler                 pic X(03) value spaces.
           05 QL-Account             pic 9(6).
           05 Filler                 pic X(01) value spaces.
           05 QL-Amount              pic -$$$,$$$,$$9.
           05 Filler                 pic X(02) value spaces.
           05 QL-Bene-Name           pic X(20).
           05 Filler                 pic X(02) value spaces.
           05 QL-Screen              pic X(8).
           05 Filler                 pic X(09) value spaces.

       01  Selected-Seq              pic 9(6) value zero.
       01  Release-Action            pic X(01) value spaces.
           88 Action-Release            value "R".
           88 Action-Reject             value "X".
       01  Teller-Account-Object     usage object reference Account.
       01  Release-Account-Status    pic X(01).
       01  Release-Account-Type      pic X(01).
       01  Release-Available         pic S9(9) binary.
       01  Release-Total-Needed      pic S9(10) binary value zero.
       01  Release-Fee-Waived        pic S9(9) binary value zero.
       01  Business-Date             pic 9(8) value zero.
       01  Effective-Date            pic 9(8) value zero.

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
                 Perform 3000-Receive-And-Work-Queue
              End-If

              Exec Cics Return
                  Transid ('TWRL')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

      *****************************************************************
      * First entry: clear the map and prompt for the supervisor's    *
      * sign-on.                                                      *
      *****************************************************************
       2000-Send-Initial-Map.
           Move Low-Values to TELLWRLO
           Move "ENTER YOUR SUPERVISOR ID AND PRESS ENTER" to MSGLO

           Exec Cics Send Map ('TELLWRL')
               Mapset  ('WRELMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TWRL')
               Commarea (DFHCOMMAREA)
           End-Exec.

      *****************************************************************
      * Re-entry: verify the supervisor, refresh the queue listing,   *
      * and apply a keyed release or reject if one was entered.       *
      *****************************************************************
       3000-Receive-And-Work-Queue.
           Exec Cics Receive Map ('TELLWRL')
               Mapset ('WRELMAP')
               Into   (TELLWRLI)
           End-Exec

           Move Low-Values to TELLWRLO

           Perform 1400-Check-Quiesce
           If PostingQuiesced
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 1500-Verify-Operator
           If not OperatorVerified
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           If SELNOL not = zero and SELNOI is numeric
                 and ACTIONL not = zero
              Move SELNOI  to Selected-Seq
              Move ACTIONI to Release-Action
              Perform 4000-Work-One-Wire
           Else
              Move "WAITING WIRES LISTED - KEY WIRE NUMBER AND R OR X"
                  to MSGLO
           End-If

           Perform 3500-List-Waiting-Wires
           Perform 5000-Redisplay-Map.

       1500-Verify-Operator.
           Move "N" to Operator-OK-Switch
           If OPERIDL = zero or OPERIDI = spaces
              Move "PLEASE ENTER YOUR SUPERVISOR ID" to MSGLO
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
              Move "OPERATOR ID IS INACTIVE" to MSGLO
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Required-Auth-Level
              Move "WIRE RELEASE NEEDS A LEVEL-3 SUPERVISOR" to MSGLO
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
      * Browses WIREREQ and formats up to six waiting wires --        *
      * pending or held -- into the queue lines.                      *
      *****************************************************************
       3500-List-Waiting-Wires.
           Move zero to Queue-Lines-Filled
           Move "N" to Browse-Done-Switch
           Move zero to Wire-Seq
           Exec Cics Startbr
               File   ('WIREREQ')
               Ridfld (Wire-Seq)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 3510-List-Next-Wire
               Until QueueBrowseDone
                  or Queue-Lines-Filled >= 6
           Exec Cics Endbr
               File ('WIREREQ')
               Resp (WS-Resp)
           End-Exec.

       3510-List-Next-Wire.
           Exec Cics Readnext
               File   ('WIREREQ')
               Into   (Wire-Request-Record)
               Ridfld (Wire-Seq)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to Browse-Done-Switch
           Else
              If Wire-Pending or Wire-Held
                 Add 1 to Queue-Lines-Filled
                 Move Wire-Seq            to QL-Seq
                 Move Wire-Entry-Operator to QL-Operator
                 Move Wire-Account-Number to QL-Account
                 Move Wire-Amount         to QL-Amount
                 Move Wire-Bene-Name      to QL-Bene-Name
                 Evaluate True
                     When Wire-Held
                         Move "HELD    " to QL-Screen
                     When Wire-Screen-Advisory
                         Move "ADVISORY" to QL-Screen
                     When Other
                         Move "CLEAR   " to QL-Screen
                 End-Evaluate
                 Evaluate Queue-Lines-Filled
                     When 1
                         Move Queue-Line-Work to Q1O
                     When 2
                         Move Queue-Line-Work to Q2O
                     When 3
                         Move Queue-Line-Work to Q3O
                     When 4
                         Move Queue-Line-Work to Q4O
                     When 5
                         Move Queue-Line-Work to Q5O
                     When 6
                         Move Queue-Line-Work to Q6O
                 End-Evaluate
              End-If
           End-If.

      *****************************************************************
      * Releases or rejects the keyed wire.  A wire held on a         *
      * confirmed watch-list hit is never released from here --       *
      * compliance clears the name, the wire is rejected, and the     *
      * customer asks again.                                          *
      *****************************************************************
       4000-Work-One-Wire.
           Move Selected-Seq to Wire-Seq
           Exec Cics Read
               File     ('WIREREQ')
               Into     (Wire-Request-Record)
               Ridfld   (Wire-Seq)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "WIRE NOT FOUND ON THE QUEUE" to MSGLO
              Exit Paragraph
           End-If
           If not Wire-Pending and not Wire-Held
              Move "WIRE IS NOT WAITING FOR RELEASE" to MSGLO
              Exec Cics Unlock
                  File ('WIREREQ')
              End-Exec
              Exit Paragraph
           End-If

           Evaluate True
               When Action-Reject
                   Set Wire-Rejected to true
                   Move Oper-Id to Wire-Release-Operator
                   Call "GetBusDate" using Business-Date
                   Move Business-Date to Wire-Release-Date
                   Accept Wire-Release-Time from Time
                   Perform 4500-Rewrite-Queue-Wire
                   Move "WIRE REJECTED" to MSGLO
               When Action-Release and Wire-Held
                   Move "WATCH-LIST HOLD - WIRE CAN ONLY BE REJECTED"
                       to MSGLO
                   Exec Cics Unlock
                       File ('WIREREQ')
                   End-Exec
               When Action-Release
                   Perform 4100-Release-One-Wire
               When Other
                   Move "ENTER R TO RELEASE OR X TO REJECT" to MSGLO
                   Exec Cics Unlock
                       File ('WIREREQ')
                   End-Exec
           End-Evaluate.

      *****************************************************************
      * A release re-validates the account -- it may have closed or   *
      * drained since the wire was entered -- then debits the wire    *
      * and charges the fee, each entry carrying the entering         *
      * operator and the releasing supervisor.                        *
      *****************************************************************
       4100-Release-One-Wire.
      *  dual control means two people: the releasing supervisor
      *  must not be the operator who entered the wire
           If Wire-Entry-Operator = Oper-Id
              Move "CANNOT RELEASE A WIRE YOU ENTERED" to MSGLO
              Exec Cics Unlock
                  File ('WIREREQ')
              End-Exec
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
               using by value Wire-Account-Number
               returning Teller-Account-Object
           If Teller-Account-Object = Null
              Move "ACCOUNT NO LONGER VALID - REJECT THE WIRE"
                  to MSGLO
              Exec Cics Unlock
                  File ('WIREREQ')
              End-Exec
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getStatus"
               returning Release-Account-Status
           If Release-Account-Status not = "O"
              Move "ACCOUNT IS NOT OPEN - REJECT THE WIRE" to MSGLO
              Exec Cics Unlock
                  File ('WIREREQ')
              End-Exec
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getAccountType"
               returning Release-Account-Type
           If Release-Account-Type = "L"
              Move "NO WIRES FROM A LOAN - REJECT THE WIRE" to MSGLO
              Exec Cics Unlock
                  File ('WIREREQ')
              End-Exec
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getAvailableBalance"
               returning Release-Available
           Compute Release-Total-Needed =
               Wire-Amount + Wire-Fee-Amount
           If Release-Available < Release-Total-Needed
              Move "INSUFFICIENT FUNDS FOR WIRE AND FEE - NOT RELEASED"
                  to MSGLO
              Exec Cics Unlock
                  File ('WIREREQ')
              End-Exec
              Exit Paragraph
           End-If

      *  a release keyed after the ledger cutoff is effective the
      *  next business date -- the wire goes to the Fed with that
      *  day's work, and the debit and fee post to it
           Call "GetBusDate" using Business-Date
           Call "GetEffDate" using Effective-Date

           Invoke Teller-Account-Object "setJournalOperator"
               using by value Wire-Entry-Operator
           Invoke Teller-Account-Object "setJournalApprover"
               using by value Oper-Id
           If Effective-Date not = Business-Date
              Invoke Teller-Account-Object "setJournalDate"
                  using by value Effective-Date
           End-If
      *  WireOut books the wire against the Federal Reserve account
      *  when it sends it, so the journal summary leaves it out
           Invoke Teller-Account-Object "setJournalGlBooked"
           Invoke Teller-Account-Object "debit"
               using by value Wire-Amount

           If Wire-Fee-Amount > zero
              Invoke Teller-Account-Object "setJournalApprover"
                  using by value Oper-Id
              If Effective-Date not = Business-Date
                 Invoke Teller-Account-Object "setJournalDate"
                     using by value Effective-Date
              End-If
              Invoke Teller-Account-Object "setFeeCode"
                  using by value "WIRF"
              Invoke Teller-Account-Object "chargeFee"
                  using by value Wire-Fee-Amount
              Invoke Teller-Account-Object "getFeeWaived"
                  returning Release-Fee-Waived
              Move Release-Fee-Waived to Wire-Fee-Waived
              Subtract Release-Fee-Waived from Wire-Fee-Amount
           End-If

           Set Wire-Released to true
           Move Oper-Id        to Wire-Release-Operator
           Move Effective-Date to Wire-Release-Date
           Accept Wire-Release-Time from Time
           Perform 4500-Rewrite-Queue-Wire
           If Effective-Date not = Business-Date
              Move "WIRE RELEASED - SENDS WITH NEXT BUSINESS DAY"
                  to MSGLO
           Else
              Move "WIRE RELEASED, ACCOUNT DEBITED FOR WIRE AND FEE"
                  to MSGLO
           End-If.

       4500-Rewrite-Queue-Wire.
           Exec Cics Rewrite
               File ('WIREREQ')
               From (Wire-Request-Record)
               Resp (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO REWRITE THE QUEUED WIRE" to MSGLO
           End-If.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO

           Exec Cics Send Map ('TELLWRL')
               Mapset  ('WRELMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the master mid-flight, and nothing posts from the window  *
      * until the driver drops it at end of run.                      *
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
      * rather than abending the supervisor's session.                *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY OPERATIONS"
               to MSGLO
           Exec Cics Send Map ('TELLWRL')
               Mapset  ('WRELMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellWRel".
