       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellWire.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLWIRE -- online, pseudo-conversational outbound wire       *
      * request entry (transaction TWIR).  The teller keys the        *
      * customer's account and amount and the beneficiary as the      *
      * customer gave it -- name, account, the receiving bank's ABA   *
      * routing number (AbaChk verifies its check digit) and bank     *
      * name -- with an optional reference and payment detail.  The   *
      * account must be open and not a loan, and its available        *
      * balance must cover the wire plus the FEESCHED wire fee (WIRF) *
      * quoted back on the screen.  The beneficiary is screened       *
      * against the watch list through NameScrn (source WIRE); a      *
      * confirmed hit goes onto the queue held.  Nothing is debited   *
      * here: the request waits on the WIREREQ queue for a supervisor *
      * to release it on TellWRel -- the same dual control TellRel    *
      * applies to over-limit postings -- and WireOut sends the       *
      * released wires to the Fed at end of day.  First-time-in       *
      * versus re-entry is told apart with EIBCALEN, the ordinary     *
      * CICS way, same as TellPost.                                   *
      ******************************************************************
       Identification division.
       Program-id. "TellWire".
       Environment division.
       Configuration section.
       Repository.
           Class Account     is "Account".

       Data Division.
       Working-Storage Section.
           Copy WireMap.
           Copy DFHAID.
           Copy DFHBMSCA.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- every transaction verifies the keyed
      *  operator against OPERFILE before doing anything else
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 2.
      *  batch/online interlock -- when NightlyRun has the account
      *  master, posting is closed and this transaction answers
      *  inquiry-style only (see Quiesce.cpy)
           Copy Quiesce.
       01  Quiesce-Lock-Switch       pic X(01) value "N".
           88 PostingQuiesced           value "Y".


           Copy WireReq.

       01  Browse-Done-Switch        pic X(01) value "N".
           88 QueueBrowseDone           value "Y".
       01  Next-Wire-Seq             pic 9(6) value zero.
       01  Queue-Message-Work        pic X(79) value spaces.
       01  Business-Date             pic 9(8) value zero.
       01  Teller-Account-Number     pic 9(6) value zero.
       01  Teller-Amount             pic 9(9) value zero.
       01  Teller-Amount-Binary      pic S9(9) binary value zero.
       01  Teller-Bene-Name          pic X(35) value spaces.
       01  Teller-Bene-Account       pic X(34) value spaces.
       01  Teller-Bene-Aba           pic 9(9) value zero.
       01  Teller-Bene-Bank          pic X(18) value spaces.
       01  Teller-Reference          pic X(16) value spaces.
       01  Teller-Payment-Info       pic X(35) value spaces.
       01  Teller-Owner-Name         pic X(20) value spaces.
       01  Aba-Result                pic X(01) value "N".
       01  Account-Checked-Switch    pic X(01) value "N".
           88 DebitAccountChecked       value "Y".
       01  Teller-Account-Object     usage object reference Account.
       01  Teller-Account-Status     pic X(01).
       01  Teller-Account-Type       pic X(01) value spaces.
       01  Teller-Available          pic S9(9) binary.
       01  Fee-Default               pic S9(9) binary value 2500.
       01  Wire-Fee-Quoted           pic S9(9) binary value zero.
       01  Wire-Total-Needed         pic S9(10) binary value zero.
       01  Screen-Name               pic X(20) value spaces.
       01  Screen-Customer           pic 9(6) value zero.
       01  Screen-Result             pic X(01) value "N".
       01  Printable-Fee             pic -$$$,$$$,$$9.

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
                 Perform 3000-Receive-And-Queue
              End-If

              Exec Cics Return
                  Transid ('TWIR')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

      *****************************************************************
      * First entry into the transaction (or a MAPFAIL on re-entry):  *
      * clear the map and prompt for the wire.                        *
      *****************************************************************
       2000-Send-Initial-Map.
           Move Low-Values to TELLWIRO
           Move "ENTER ACCOUNT, AMOUNT AND BENEFICIARY AND PRESS ENTER"
               to MSGLO

           Exec Cics Send Map ('TELLWIR')
               Mapset  ('WIREMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TWIR')
               Commarea (DFHCOMMAREA)
           End-Exec.

      *****************************************************************
      * Teller pressed Enter with a wire keyed: validate every field, *
      * check the debit account can stand the wire and its fee,       *
      * screen the beneficiary and put the request on the queue for   *
      * release.                                                      *
      *****************************************************************
       3000-Receive-And-Queue.
           Exec Cics Receive Map ('TELLWIR')
               Mapset ('WIREMAP')
               Into   (TELLWIRI)
           End-Exec

           Move Low-Values to TELLWIRO

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
           Call "GetBusDate" using Business-Date

           Perform 3100-Edit-Wire-Fields
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Move "N" to Account-Checked-Switch
           Perform 3200-Check-Debit-Account
           If not DebitAccountChecked
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3300-Screen-Beneficiary
           Perform 3400-Queue-Wire-Request
           Perform 5000-Redisplay-Map.

       3100-Edit-Wire-Fields.
           If ACCTNOL = zero or ACCTNOI is not numeric
              Move "PLEASE ENTER A VALID ACCOUNT NUMBER" to MSGLO
              Exit Paragraph
           End-If
           Move ACCTNOI to Teller-Account-Number
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
           If BENNAMEL = zero or BENNAMEI = spaces
              Move "PLEASE ENTER THE BENEFICIARY NAME" to MSGLO
              Exit Paragraph
           End-If
           Move BENNAMEI to Teller-Bene-Name
           If BENACCTL = zero or BENACCTI = spaces
              Move "PLEASE ENTER THE BENEFICIARY ACCOUNT" to MSGLO
              Exit Paragraph
           End-If
           Move BENACCTI to Teller-Bene-Account
           If BENABAL = zero or BENABAI is not numeric
              Move "PLEASE ENTER THE RECEIVING BANK ABA NUMBER"
                  to MSGLO
              Exit Paragraph
           End-If
           Move BENABAI to Teller-Bene-Aba
           Call "AbaChk" using Teller-Bene-Aba Aba-Result
           If Aba-Result not = "Y"
              Move "ABA NUMBER FAILS ITS CHECK DIGIT - VERIFY IT"
                  to MSGLO
              Exit Paragraph
           End-If
           If BENBANKL = zero or BENBANKI = spaces
              Move "PLEASE ENTER THE RECEIVING BANK NAME" to MSGLO
              Exit Paragraph
           End-If
           Move BENBANKI to Teller-Bene-Bank
           Move spaces to Teller-Reference Teller-Payment-Info
           If REFNOL not = zero
              Move REFNOI to Teller-Reference
           End-If
           If PAYINFOL not = zero
              Move PAYINFOI to Teller-Payment-Info
           End-If.

      *****************************************************************
      * The debit account must be open and not a loan, and its        *
      * available balance must cover the wire and the fee together -- *
      * the release checks again, since the balance can move before a *
      * supervisor gets to it.  The fee is the FEESCHED WIRF row for  *
      * the account type, 25.00 when the schedule has none.           *
      *****************************************************************
       3200-Check-Debit-Account.
           Invoke Account "createAccount"
               using by value Teller-Account-Number
               returning Teller-Account-Object
           If Teller-Account-Object = Null
              Move "ACCOUNT NOT FOUND OR INVALID ACCOUNT NUMBER"
                  to MSGLO
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getStatus"
               returning Teller-Account-Status
           If Teller-Account-Status not = "O"
              Move "ACCOUNT IS NOT OPEN - SEE A SUPERVISOR" to MSGLO
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getAccountType"
               returning Teller-Account-Type
           If Teller-Account-Type = "L"
              Move "A WIRE CANNOT BE SENT FROM A LOAN" to MSGLO
              Exit Paragraph
           End-If
           Call "FeeLook" using by content "WIRF"
                                by reference Teller-Account-Type
                                             Fee-Default
                                             Wire-Fee-Quoted
           Move Wire-Fee-Quoted to Printable-Fee
           Move Printable-Fee   to FEEO
           Invoke Teller-Account-Object "getAvailableBalance"
               returning Teller-Available
           Compute Wire-Total-Needed =
               Teller-Amount-Binary + Wire-Fee-Quoted
           If Teller-Available < Wire-Total-Needed
              Move "INSUFFICIENT AVAILABLE FUNDS FOR WIRE AND FEE"
                  to MSGLO
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getOwnerName"
               using by value 1
               returning Teller-Owner-Name
           Move "Y" to Account-Checked-Switch.

      *****************************************************************
      * Watch-list screening of the beneficiary.  NameScrn logs any   *
      * hit to WATCHHIT for the compliance officer under source WIRE; *
      * a confirmed hit holds the wire on the queue, where it can     *
      * only be rejected.                                             *
      *****************************************************************
       3300-Screen-Beneficiary.
           Move Teller-Bene-Name to Screen-Name
           Move zero to Screen-Customer
           Call "NameScrn" using Screen-Name
                                 by content "WIRE    "
                                 by reference Teller-Account-Number
                                              Screen-Customer
                                              Screen-Result.

       3400-Queue-Wire-Request.
           Perform 6100-Find-Next-Queue-Seq
           Move spaces to Wire-Request-Record
           Move Next-Wire-Seq          to Wire-Seq
           Set Wire-From-Teller        to true
           Move Teller-Account-Number  to Wire-Account-Number
           Move Teller-Account-Type    to Wire-Account-Type
           Move Teller-Amount-Binary   to Wire-Amount
           Move Wire-Fee-Quoted        to Wire-Fee-Amount
           Move Teller-Owner-Name      to Wire-Originator-Name
           Move Teller-Bene-Name       to Wire-Bene-Name
           Move Teller-Bene-Account    to Wire-Bene-Account
           Move Teller-Bene-Aba        to Wire-Bene-Aba
           Move Teller-Bene-Bank       to Wire-Bene-Bank-Name
           Move Teller-Reference       to Wire-Reference
           Move Teller-Payment-Info    to Wire-Payment-Info
           Move Oper-Id                to Wire-Entry-Operator
           Move Business-Date          to Wire-Entry-Date
           Accept Wire-Entry-Time from Time
           Move Screen-Result          to Wire-Screen-Result
           If Wire-Screen-Confirmed
              Set Wire-Held            to true
           Else
              Set Wire-Pending         to true
           End-If
           Move zero to Wire-Fee-Waived Wire-Release-Date
                        Wire-Release-Time Wire-Sent-Date
           Exec Cics Write
               File   ('WIREREQ')
               From   (Wire-Request-Record)
               Ridfld (Wire-Seq)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO QUEUE THE WIRE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           Move Wire-Seq to WIRENOO
           Move spaces to Queue-Message-Work
           If Wire-Held
              String "WATCH-LIST HIT - WIRE HELD FOR COMPLIANCE, NO. "
                         Delimited by size
                     Wire-Seq Delimited by size
                  into Queue-Message-Work
           Else
              String "WIRE QUEUED FOR SUPERVISOR RELEASE, NO. "
                         Delimited by size
                     Wire-Seq Delimited by size
                  into Queue-Message-Work
           End-If
           Move Queue-Message-Work to MSGLO.

      *****************************************************************
      * Walks the queue for the highest sequence on file, the         *
      * TellPost way.                                                 *
      *****************************************************************
       6100-Find-Next-Queue-Seq.
           Move 1 to Next-Wire-Seq
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
           Perform 6110-Read-Next-Queue-Record
               Until QueueBrowseDone
           Exec Cics Endbr
               File ('WIREREQ')
               Resp (WS-Resp)
           End-Exec.

       6110-Read-Next-Queue-Record.
           Exec Cics Readnext
               File   ('WIREREQ')
               Into   (Wire-Request-Record)
               Ridfld (Wire-Seq)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Compute Next-Wire-Seq = Wire-Seq + 1
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
      * Moves the keyed fields back and redisplays without erasing.   *
      *****************************************************************
       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           If Teller-Account-Number not = zero
              Move Teller-Account-Number to ACCTNOO
           End-If
           Move Teller-Amount       to AMOUNTO
           Move Teller-Bene-Name    to BENNAMEO
           Move Teller-Bene-Account to BENACCTO
           If Teller-Bene-Aba not = zero
              Move Teller-Bene-Aba  to BENABAO
           End-If
           Move Teller-Bene-Bank    to BENBANKO
           Move Teller-Reference    to REFNOO
           Move Teller-Payment-Info to PAYINFOO

           Exec Cics Send Map ('TELLWIR')
               Mapset  ('WIREMAP')
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
      * rather than abending the teller's session.                    *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY YOUR SUPERVISOR"
               to MSGLO
           Exec Cics Send Map ('TELLWIR')
               Mapset  ('WIREMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellWire".
