       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellOfc.cbl                                                    *
      *----------------------------------------------------------------*
      * TELLOFC -- online, pseudo-conversational official-check issue *
      * (transaction TOFC).  The teller sells a cashier's check (C)   *
      * or a money order (M) off the pre-numbered official-check      *
      * stock: keys the serial number, amount, payee and remitter,    *
      * and either the account paying for it -- debited through the   *
      * Account "buyOfficialCheck" method under the official-check    *
      * journal type, refused when the available balance cannot       *
      * cover it -- or no account, when the customer pays cash        *
      * through the teller's drawer (the DRAWLEDG row carries it so   *
      * TellBal expects it).  Either way the check goes onto the      *
      * OFFCHK official-check register as outstanding; OfcChk books   *
      * the GL for it that night and the clearing pass pays it        *
      * against the liability when it comes back.  A serial already   *
      * on the register is refused, and so is an item over the        *
      * teller's posting limit.  First-time-in versus re-entry is     *
      * told apart with EIBCALEN, the ordinary CICS way, same as      *
      * TellPost.                                                      *
      ******************************************************************
       Identification division.
       Program-id. "TellOfc".
       Environment division.
       Configuration section.
       Repository.
           Class Account     is "Account".

       Data Division.
       Working-Storage Section.
           Copy OfcMap.
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


           Copy OffChk.
           Copy DrawLedg.

       01  Business-Date             pic 9(8) value zero.
       01  Effective-Date            pic 9(8) value zero.
       01  Teller-Kind               pic X(01) value spaces.
           88 Kind-Is-Valid             values "C" "M".
       01  Teller-Check-Number       pic 9(9) value zero.
       01  Teller-Amount             pic 9(9) value zero.
       01  Teller-Amount-Binary      pic S9(9) binary value zero.
       01  Teller-Account-Number     pic 9(6) value zero.
       01  Teller-Payee              pic X(30) value spaces.
       01  Teller-Remitter           pic X(30) value spaces.
       01  Teller-Owner-Name         pic X(20) value spaces.
       01  Funding-Switch            pic X(01) value "C".
           88 Paid-From-Account         value "A".
           88 Paid-In-Cash              value "C".
       01  Funded-Switch             pic X(01) value "N".
           88 PurchaseFunded            value "Y".
       01  Teller-Account-Object     usage object reference Account.
       01  Teller-Account-Status     pic X(01).
       01  Teller-Account-Type       pic X(01) value spaces.
       01  Teller-Available          pic S9(9) binary.
       01  Teller-New-Balance        pic S9(9) binary.
       01  Purchase-Posted           pic X(01) value "N".
       01  Printable-Balance         pic -$$$,$$$,$$9.

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
                 Perform 3000-Receive-And-Issue
              End-If

              Exec Cics Return
                  Transid ('TOFC')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

      *****************************************************************
      * First entry into the transaction (or a MAPFAIL on re-entry):  *
      * clear the map and prompt for the check.                        *
      *****************************************************************
       2000-Send-Initial-Map.
           Move Low-Values to TELLOFCO
           Move "ENTER KIND, SERIAL, AMOUNT, PAYEE AND ACCOUNT OR CASH"
               to MSGLO

           Exec Cics Send Map ('TELLOFC')
               Mapset  ('OFCMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TOFC')
               Commarea (DFHCOMMAREA)
           End-Exec.

      *****************************************************************
      * Teller pressed Enter with a check keyed: validate every       *
      * field and the serial, take the money -- out of the account or *
      * into the drawer -- and put the check on the register.          *
      *****************************************************************
       3000-Receive-And-Issue.
           Exec Cics Receive Map ('TELLOFC')
               Mapset ('OFCMAP')
               Into   (TELLOFCI)
           End-Exec

           Move Low-Values to TELLOFCO

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
           Call "GetEffDate" using Effective-Date

           Perform 3100-Edit-Check-Fields
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

      *  the serial is the register's key: stock already sold once
      *  is a misfeed or a void the teller must take up with the
      *  supervisor, never a second issue
           Move Teller-Check-Number to Offchk-Check-Number
           Exec Cics Read
               File     ('OFFCHK')
               Into     (Official-Check-Record)
               Ridfld   (Offchk-Check-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Move "SERIAL NUMBER ALREADY ISSUED - SEE A SUPERVISOR"
                  to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Move "N" to Funded-Switch
           If Paid-From-Account
              Perform 3200-Debit-Purchaser-Account
           Else
              Perform 3300-Take-Cash-In-Drawer
           End-If
           If not PurchaseFunded
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3400-Write-Register-Row
           Perform 5000-Redisplay-Map.

       3100-Edit-Check-Fields.
           Move KINDI to Teller-Kind
           If not Kind-Is-Valid
              Move "ENTER C FOR CASHIER'S CHECK OR M FOR MONEY ORDER"
                  to MSGLO
              Exit Paragraph
           End-If
           If CHKNOL = zero or CHKNOI is not numeric
              Move "PLEASE ENTER THE SERIAL NUMBER OFF THE CHECK"
                  to MSGLO
              Exit Paragraph
           End-If
           Move CHKNOI to Teller-Check-Number
           If Teller-Check-Number = zero
              Move "SERIAL NUMBER MUST NOT BE ZERO" to MSGLO
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
           If Teller-Amount-Binary > Oper-Posting-Limit
              Move "OVER YOUR POSTING LIMIT - SEE A SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If PAYEEL = zero or PAYEEI = spaces
              Move "PLEASE ENTER THE PAYEE" to MSGLO
              Exit Paragraph
           End-If
           Move PAYEEI to Teller-Payee
           Move spaces to Teller-Remitter
           If REMITL not = zero
              Move REMITI to Teller-Remitter
           End-If

           Move zero to Teller-Account-Number
           If ACCTNOL = zero or ACCTNOI = spaces
              Set Paid-In-Cash to true
      *  a cash purchaser is known only by the name keyed here
              If Teller-Remitter = spaces
                 Move "PLEASE ENTER THE REMITTER FOR A CASH PURCHASE"
                     to MSGLO
                 Exit Paragraph
              End-If
           Else
              If ACCTNOI is not numeric
                 Move "PLEASE ENTER A VALID ACCOUNT NUMBER" to MSGLO
                 Exit Paragraph
              End-If
              Move ACCTNOI to Teller-Account-Number
              Set Paid-From-Account to true
           End-If.

      *****************************************************************
      * Paid out of an account: the account must be open and not a    *
      * loan, and its available balance must cover the check -- the   *
      * same window refusal TellPost gives a debit.  A remitter left  *
      * blank is the account's first owner.                            *
      *****************************************************************
       3200-Debit-Purchaser-Account.
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
              Move "A LOAN CANNOT PAY FOR AN OFFICIAL CHECK" to MSGLO
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getAvailableBalance"
               returning Teller-Available
           If Teller-Available < Teller-Amount-Binary
              Move "INSUFFICIENT AVAILABLE FUNDS" to MSGLO
              Exit Paragraph
           End-If
           If Teller-Remitter = spaces
              Invoke Teller-Account-Object "getOwnerName"
                  using by value 1
                  returning Teller-Owner-Name
              Move Teller-Owner-Name to Teller-Remitter
           End-If

           Invoke Teller-Account-Object "setJournalOperator"
               using by value Oper-Id
      *  a sale keyed after the ledger cutoff is effective the next
      *  business date, like any other posting at the window
           If Effective-Date not = Business-Date
              Invoke Teller-Account-Object "setJournalDate"
                  using by value Effective-Date
           End-If
           Invoke Teller-Account-Object "buyOfficialCheck"
               using by value Teller-Amount-Binary
               returning Purchase-Posted
           If Purchase-Posted not = "Y"
              Move "ACCOUNT REFUSED THE DEBIT - SEE A SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           Invoke Teller-Account-Object "getBalance"
               returning Teller-New-Balance
           Move Teller-New-Balance to Printable-Balance
           Move Printable-Balance  to NEWBALO
           Move "Y" to Funded-Switch.

      *****************************************************************
      * Paid in cash: the money goes into the teller's own drawer, so *
      * the drawer must be open today; the DRAWLEDG row carries the   *
      * official-check cash for TellBal's expected-cash figure.        *
      *****************************************************************
       3300-Take-Cash-In-Drawer.
           Move Oper-Id       to Drawer-Operator-Id
           Move Business-Date to Drawer-Date
           Exec Cics Read
               File     ('DRAWLEDG')
               Into     (Drawer-Ledger-Record)
               Ridfld   (Drawer-Key)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "DRAWER IS NOT OPEN - CASH CANNOT BE TAKEN"
                  to MSGLO
              Exit Paragraph
           End-If
           If not Drawer-Is-Open
              Exec Cics Unlock
                  File ('DRAWLEDG')
              End-Exec
              Move "DRAWER IS NOT OPEN - CASH CANNOT BE TAKEN"
                  to MSGLO
              Exit Paragraph
           End-If
           Add Teller-Amount-Binary to Drawer-Official-Cash
           Exec Cics Rewrite
               File ('DRAWLEDG')
               From (Drawer-Ledger-Record)
               Resp (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO REWRITE DRAWER LEDGER" to MSGLO
              Exit Paragraph
           End-If
           Move "Y" to Funded-Switch.

      *****************************************************************
      * The check goes onto the register outstanding.  A sale paid    *
      * from an account after the cutoff is dated the effective day,  *
      * the day its journal entry and its GL belong to.                *
      *****************************************************************
       3400-Write-Register-Row.
           Move spaces to Official-Check-Record
           Move Teller-Check-Number   to Offchk-Check-Number
           Move Teller-Kind           to Offchk-Kind
           Move Teller-Amount-Binary  to Offchk-Amount
           Move Teller-Payee          to Offchk-Payee-Name
           Move Teller-Remitter       to Offchk-Remitter-Name
           Move Funding-Switch        to Offchk-Funding
           Move Teller-Account-Number to Offchk-Purchaser-Account
           Move Teller-Account-Type   to Offchk-Purchaser-Type
           If Paid-From-Account
              Move Effective-Date     to Offchk-Issue-Date
           Else
              Move Business-Date      to Offchk-Issue-Date
           End-If
           Accept Offchk-Issue-Time from Time
           Move Oper-Id               to Offchk-Operator-Id
           Set Offchk-Outstanding     to true
           Move zero to Offchk-Status-Date Offchk-Paid-Account
           Move "N" to Offchk-Issue-GL-Booked Offchk-Paid-GL-Booked
           Exec Cics Write
               File     ('OFFCHK')
               From     (Official-Check-Record)
               Ridfld   (Offchk-Check-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "PAID BUT NOT REGISTERED - NOTIFY YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If Effective-Date not = Business-Date and Paid-From-Account
              Move "ISSUED EFFECTIVE NEXT BUSINESS DAY - PF3 TO END"
                  to MSGLO
           Else
              Move "OFFICIAL CHECK ISSUED - PF3 TO END" to MSGLO
           End-If.

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
      * Moves the keyed fields back and redisplays without erasing.   *
      *****************************************************************
       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Teller-Kind to KINDO
           Move Teller-Check-Number to CHKNOO
           Move Teller-Amount       to AMOUNTO
           Move Teller-Payee        to PAYEEO
           Move Teller-Remitter     to REMITO
           If Teller-Account-Number not = zero
              Move Teller-Account-Number to ACCTNOO
           End-If

           Exec Cics Send Map ('TELLOFC')
               Mapset  ('OFCMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the master mid-flight, and nothing posts from the window  *
      * until the driver drops it at end of run.                       *
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
      * Any unexpected CICS condition ends the conversation cleanly    *
      * rather than abending the teller's session.                     *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY YOUR SUPERVISOR"
               to MSGLO
           Exec Cics Send Map ('TELLOFC')
               Mapset  ('OFCMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellOfc".
