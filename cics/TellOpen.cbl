       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellOpen.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLOPEN -- online, pseudo-conversational account opening at  *
      * the branch (transaction TOPN, posting operators).  Until now  *
      * a new account arrived as a CREATE record keyed into TXNFILE   *
      * and could not be used until AcctBatch had run overnight; this *
      * opens it while the customer waits.  The teller keys an        *
      * existing customer number, or leaves it blank and keys the new *
      * customer, who is added to CUSTMAST under the next free        *
      * customer number.  Every owner name is screened through        *
      * NameScrn first -- a confirmed watch-list match refuses the    *
      * opening before anything is written, an advisory one is logged *
      * for compliance and the opening goes ahead.  The account       *
      * number is the next free five-digit base with its modulus-10   *
      * check digit, assigned under an ENQ so two windows never draw  *
      * the same one, and the account is created through the          *
      * Account/CheckingAccount factory exactly as the batch CREATE   *
      * is.  Owners are linked through "addOwnerCustomer" (owner      *
      * slot, CUSTXREF row, owner-change journal entry), the account  *
      * is stamped with the teller's branch, and the opening deposit  *
      * goes through the same "credit" TellPost drives, with the      *
      * AVAILSCH check hold when it is a check.  Closed to new        *
      * business while NightlyRun holds the Quiesce interlock.        *
      * First-time-in versus re-entry is told apart with EIBCALEN,    *
      * the ordinary CICS way; once an account is opened, the next    *
      * ENTER starts a fresh screen rather than opening a second one. *
      ******************************************************************
       Identification division.
       Program-id. "TellOpen".
       Environment division.
       Configuration section.
       Repository.
           Class Account         is "Account"
           Class CheckingAccount is "CheckingAccount".

       Data Division.
       Working-Storage Section.
           Copy OpenMap.
           Copy DFHAID.
           Copy DFHBMSCA.
           Copy AcctRec.
           Copy CustRec.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- opening an account is a posting-level
      *  job, since it takes money in
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 2.
       01  Opening-Branch            pic X(03) value spaces.

      *  batch/online interlock -- when NightlyRun has the account
      *  master, posting is closed and this transaction answers
      *  inquiry-style only (see Quiesce.cpy)
           Copy Quiesce.
       01  Quiesce-Lock-Switch       pic X(01) value "N".
           88 PostingQuiesced           value "Y".

      *  carried across the pseudo-conversation: D once an account
      *  has been opened, so ENTER on the result screen starts over
      *  instead of opening the same customer a second account
       01  Opening-Commarea          pic X(01) value spaces.
           88 AccountWasOpened          value "D".

      *  the customer -- on file already, or keyed new
       01  New-Customer-Switch       pic X(01) value "N".
           88 CustomerIsNew             value "Y".
       01  Open-Customer-Number      pic 9(6) value zero.
       01  Primary-Name              pic X(20) value spaces.
       01  New-Customer-Work.
           05 NC-Name                pic X(20).
           05 NC-Address-1           pic X(30).
           05 NC-Address-2           pic X(30).
           05 NC-City                pic X(20).
           05 NC-State               pic X(02).
           05 NC-Zip                 pic X(09).
           05 NC-Tax-Id              pic X(09).
       01  Joint-Customer-Number     pic 9(6) value zero.
       01  Joint-Name                pic X(20) value spaces.
       01  Check-Message-Work        pic X(79) value spaces.
      *  a customer added here goes on the CUSTHIST change history
      *  like any other add (see CustHLog)
       01  Before-Customer-Image     pic X(147) value spaces.
       01  No-Approver-Id            pic X(08) value spaces.

      *  the account and its opening deposit
       01  Open-Kind                 pic X(01) value spaces.
           88 Open-Kind-Basic           value "B".
           88 Open-Kind-Checking        value "C".
       01  Teller-Amount             pic 9(9) value zero.
       01  Teller-Amount-Binary      pic S9(9) binary value zero.
      *  K in the funds-type field marks the deposit as a check, so
      *  the AVAILSCH availability schedule can delay the funds --
      *  the TellPost convention
       01  Teller-Funds-Type         pic X(01) value spaces.
           88 Deposit-Is-Check          value "K".
       01  Teller-Account-Object     usage object reference Account.
       01  Teller-Checking-Object    object reference CheckingAccount.
       01  Owner-Added               pic X(01) value "N".
       01  Teller-New-Balance        pic S9(9) binary value zero.
       01  Printable-Balance         pic -$$$,$$$,$$9.
       01  Business-Date             pic 9(8) value zero.
       01  Effective-Date            pic 9(8) value zero.
       01  Hold-Expiry-Date          pic 9(8) value zero.
       01  Printable-Date            pic 9999/99/99.
       01  Opened-Message-Work       pic X(79) value spaces.

      *  watch-list screening of every owner name before anything is
      *  written -- source ACCTOPEN on the compliance officer's report
       01  Screen-Name               pic X(20) value spaces.
       01  Screen-Customer           pic 9(6) value zero.
       01  Screen-Zero-Account       pic 9(6) value zero.
       01  Screen-Result             pic X(01) value "N".
           88 ScreenNoHit               value "N".
           88 ScreenConfirmedHit        value "C".
       01  Advisory-Switch           pic X(01) value "N".
           88 AdvisoryHitLogged         value "Y".

      *  number assignment -- the next free customer number, and the
      *  next free five-digit account base with its check digit (the
      *  Account.cbl "checkDigitIsValid" rule: digits 1-5 weighted 2
      *  through 6, the sum mod 10 is digit 6), both drawn under the
      *  one ENQ so concurrent openings never collide
       01  Number-Enq-Resource       pic X(08) value "TOPNNUMB".
       01  Number-Enq-Switch         pic X(01) value "N".
           88 NumbersEnqueued           value "Y".
       01  Last-Account-Key          pic X(06).
       01  Last-Customer-Key         pic X(06).
       01  Highest-Account-Base      pic 9(5) value zero.
       01  New-Account-Number        pic 9(6) value zero.
       01  New-Account-Parts redefines New-Account-Number.
           05 New-Account-Base       pic 9(5).
           05 New-Account-Check      pic 9(1).
       01  New-Account-Digits redefines New-Account-Number.
           05 New-Account-Digit      pic 9(1) occurs 6 times.
       01  Check-Digit-Sum           pic 9(3) value zero.
       01  Check-Digit-Quotient      pic 9(3) value zero.

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
                 Move DFHCOMMAREA to Opening-Commarea
                 If AccountWasOpened
                    Perform 2000-Send-Initial-Map
                 End-If
                 Perform 3000-Receive-And-Open
              End-If

              Exec Cics Return
                  Transid ('TOPN')
                  Commarea (Opening-Commarea)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLOPNO
           Move spaces to Opening-Commarea
           Move "KEY A CUSTOMER OR A NEW ONE, THE KIND AND THE DEPOSIT"
               to MSGLO

           Exec Cics Send Map ('TELLOPN')
               Mapset  ('OPENMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TOPN')
               Commarea (Opening-Commarea)
           End-Exec.

      *****************************************************************
      * Teller pressed Enter with an opening keyed: edit the          *
      * customer, any joint owner, the account kind and the deposit,  *
      * and screen every owner name -- all before anything is         *
      * written.  Then draw the numbers under the ENQ, add the        *
      * customer if new, create and link the account, and take the    *
      * deposit.                                                      *
      *****************************************************************
       3000-Receive-And-Open.
           Exec Cics Receive Map ('TELLOPN')
               Mapset ('OPENMAP')
               Into   (TELLOPNI)
           End-Exec

           Move Low-Values to TELLOPNO

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

           Perform 3100-Edit-Customer
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Perform 3200-Edit-Joint-Owner
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Perform 3300-Edit-Account-And-Deposit
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Perform 3400-Screen-Owner-Names
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3500-Enqueue-Numbers
           Perform 3600-Assign-Account-Number
           If MSGLO not = Low-Values
              Perform 3550-Dequeue-Numbers
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           If CustomerIsNew
              Perform 3700-Add-New-Customer
              If MSGLO not = Low-Values
                 Perform 3550-Dequeue-Numbers
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
           End-If
           Perform 3800-Create-Account
      *  the account record now holds its number, so the next
      *  opening's browse will step past it -- the ENQ can go
           Perform 3550-Dequeue-Numbers
           If MSGLO not = Low-Values
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3900-Take-Opening-Deposit
           Move "D" to Opening-Commarea
           Perform 5000-Redisplay-Map.

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
              Move "OPERATOR ID IS INACTIVE" to MSGLO
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Required-Auth-Level
              Move "OPERATOR NOT AUTHORIZED TO OPEN ACCOUNTS"
                  to MSGLO
              Exit Paragraph
           End-If
      *  spaces on older operator records read as head office
           Move Oper-Branch to Opening-Branch
           If Opening-Branch = spaces
              Move "000" to Opening-Branch
           End-If
      *  the last-sign-on stamp; its outcome never stops the teller
           Exec Cics Link
               Program  ('OperSgn')
               Commarea (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           Move "Y" to Operator-OK-Switch.

      *****************************************************************
      * The primary owner: a keyed customer number must be on         *
      * CUSTMAST and able to hold a new account; blank, and the new   *
      * customer's details are collected for 3700 to add once         *
      * everything else has passed.  A blank tax ID is allowed -- the *
      * backup-withholding check already treats a customer without    *
      * one as missing a TIN.                                         *
      *****************************************************************
       3100-Edit-Customer.
           Move "N" to New-Customer-Switch
           Move zero to Open-Customer-Number
           If CUSTNOL not = zero
              If CUSTNOI is not numeric
                 Move "CUSTOMER NUMBER MUST BE NUMERIC" to MSGLO
                 Exit Paragraph
              End-If
              Move CUSTNOI to Open-Customer-Number
              Move Open-Customer-Number to Cust-Number
              Perform 3150-Check-Customer-On-File
              If Check-Message-Work not = spaces
                 Move Check-Message-Work to MSGLO
                 Exit Paragraph
              End-If
              Move Cust-Name to Primary-Name
              Exit Paragraph
           End-If

           Move spaces to New-Customer-Work
           If CNAMEL not = zero
              Move CNAMEI to NC-Name
           End-If
           If ADDR1L not = zero
              Move ADDR1I to NC-Address-1
           End-If
           If ADDR2L not = zero
              Move ADDR2I to NC-Address-2
           End-If
           If CITYL not = zero
              Move CITYI to NC-City
           End-If
           If STATEL not = zero
              Move STATEI to NC-State
           End-If
           If ZIPL not = zero
              Move ZIPI to NC-Zip
           End-If
           If TAXIDL not = zero
              Move TAXIDI to NC-Tax-Id
           End-If
           If NC-Name = spaces
              Move "KEY A CUSTOMER NUMBER OR THE NEW CUSTOMER'S NAME"
                  to MSGLO
              Exit Paragraph
           End-If
           If NC-Address-1 = spaces or NC-City = spaces
                 or NC-State = spaces or NC-Zip = spaces
              Move "NEW CUSTOMER NEEDS ADDRESS, CITY, STATE AND ZIP"
                  to MSGLO
              Exit Paragraph
           End-If
           Move NC-Name to Primary-Name
           Move "Y" to New-Customer-Switch.

      *****************************************************************
      * Reads Cust-Number and leaves a reason in Check-Message-Work   *
      * when the customer cannot own a new account -- inactive,       *
      * merged away, or with a date of death on file.                 *
      *****************************************************************
       3150-Check-Customer-On-File.
           Move spaces to Check-Message-Work
           Exec Cics Read
               File     ('CUSTMAST')
               Into     (Customer-Record)
               Ridfld   (Cust-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "CUSTOMER NOT ON FILE" to Check-Message-Work
              Exit Paragraph
           End-If
           If Cust-Is-Inactive
              If Cust-Merged-To is numeric and Cust-Merged-To > zero
                 Move "CUSTOMER WAS MERGED - USE THE SURVIVING NUMBER"
                     to Check-Message-Work
              Else
                 Move "CUSTOMER IS INACTIVE" to Check-Message-Work
              End-If
              Exit Paragraph
           End-If
           If not Cust-Death-Never-Set and Cust-Date-Of-Death > zero
              Move "CUSTOMER HAS A DATE OF DEATH ON FILE"
                  to Check-Message-Work
           End-If.

       3200-Edit-Joint-Owner.
           Move zero to Joint-Customer-Number
           Move spaces to Joint-Name
           If JOINTL = zero
              Exit Paragraph
           End-If
           If JOINTI is not numeric
              Move "JOINT OWNER MUST BE A CUSTOMER NUMBER" to MSGLO
              Exit Paragraph
           End-If
           Move JOINTI to Joint-Customer-Number
           If Joint-Customer-Number = Open-Customer-Number
              Move "JOINT OWNER IS THE SAME CUSTOMER" to MSGLO
              Exit Paragraph
           End-If
           Move Joint-Customer-Number to Cust-Number
           Perform 3150-Check-Customer-On-File
           If Check-Message-Work not = spaces
              Move spaces to MSGLO
              String "JOINT OWNER: " Delimited by size
                     Check-Message-Work Delimited by size
                  into MSGLO
              Exit Paragraph
           End-If
           Move Cust-Name to Joint-Name.

       3300-Edit-Account-And-Deposit.
           Move spaces to Open-Kind
           If KINDL not = zero
              Move KINDI to Open-Kind
           End-If
           If not Open-Kind-Basic and not Open-Kind-Checking
              Move "ENTER B FOR A BASIC ACCOUNT OR C FOR CHECKING"
                  to MSGLO
              Exit Paragraph
           End-If
           Move zero to Teller-Amount
           If AMOUNTL not = zero
              If AMOUNTI is not numeric
                 Move "PLEASE ENTER THE DEPOSIT IN CENTS" to MSGLO
                 Exit Paragraph
              End-If
              Move AMOUNTI to Teller-Amount
           End-If
           Move Teller-Amount to Teller-Amount-Binary
           Move spaces to Teller-Funds-Type
           If FUNDSL not = zero
              Move FUNDSI to Teller-Funds-Type
           End-If
      *  an opening deposit is not queued for a supervisor release
      *  the way an over-limit posting is -- there is no account yet
      *  to queue it against, so the opening waits for the supervisor
           If Teller-Amount-Binary > Oper-Posting-Limit
              Move "DEPOSIT IS OVER YOUR LIMIT - A SUPERVISOR MUST OPEN"
                  to MSGLO
           End-If.

      *****************************************************************
      * NameScrn logs any hit to WATCHHIT under source ACCTOPEN.  A   *
      * confirmed match refuses the opening with nothing yet written; *
      * an advisory one is noted and the opening goes ahead.          *
      * "addOwnerCustomer" screens each owner again once the account  *
      * exists, which puts the account number on that second entry.   *
      *****************************************************************
       3400-Screen-Owner-Names.
           Move "N" to Advisory-Switch
           Move Primary-Name to Screen-Name
           Move Open-Customer-Number to Screen-Customer
           Perform 3450-Screen-One-Name
           If ScreenConfirmedHit
              Move "NAME MATCHES THE WATCH LIST - REFER TO COMPLIANCE"
                  to MSGLO
              Exit Paragraph
           End-If
           If Joint-Customer-Number = zero
              Exit Paragraph
           End-If
           Move Joint-Name to Screen-Name
           Move Joint-Customer-Number to Screen-Customer
           Perform 3450-Screen-One-Name
           If ScreenConfirmedHit
              Move "JOINT OWNER MATCHES THE WATCH LIST - SEE COMPLIANCE"
                  to MSGLO
           End-If.

       3450-Screen-One-Name.
           Call "NameScrn" using Screen-Name
                                 by content "ACCTOPEN"
                                 by reference Screen-Zero-Account
                                              Screen-Customer
                                              Screen-Result
           If not ScreenNoHit and not ScreenConfirmedHit
              Move "Y" to Advisory-Switch
           End-If.

       3500-Enqueue-Numbers.
           Exec Cics Enq
               Resource (Number-Enq-Resource)
               Length   (8)
           End-Exec
           Move "Y" to Number-Enq-Switch.

       3550-Dequeue-Numbers.
           If NumbersEnqueued
              Exec Cics Deq
                  Resource (Number-Enq-Resource)
                  Length   (8)
              End-Exec
              Move "N" to Number-Enq-Switch
           End-If.

      *****************************************************************
      * The highest account on ACCTMAST (a browse positioned at high  *
      * values, read backwards once) gives the last base number in    *
      * use; this account takes the next base and the check digit     *
      * that base calls for.  Checked against the file once more      *
      * before use.                                                   *
      *****************************************************************
       3600-Assign-Account-Number.
           Move zero to Highest-Account-Base
           Move High-Values to Last-Account-Key
           Exec Cics Startbr
               File   ('ACCTMAST')
               Ridfld (Last-Account-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Exec Cics Readprev
                  File   ('ACCTMAST')
                  Into   (Acct-Master-Record)
                  Ridfld (Last-Account-Key)
                  Resp   (WS-Resp)
              End-Exec
              If WS-Resp = DFHRESP(NORMAL)
                 Move Master-Account-Number to New-Account-Number
                 Move New-Account-Base to Highest-Account-Base
              End-If
              Exec Cics Endbr
                  File ('ACCTMAST')
                  Resp (WS-Resp)
              End-Exec
           End-If
           If Highest-Account-Base = 99999
              Move "NO ACCOUNT NUMBERS LEFT - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If

           Move zero to New-Account-Number
           Compute New-Account-Base = Highest-Account-Base + 1
           Compute Check-Digit-Sum = New-Account-Digit(1) * 2
                                   + New-Account-Digit(2) * 3
                                   + New-Account-Digit(3) * 4
                                   + New-Account-Digit(4) * 5
                                   + New-Account-Digit(5) * 6
           Divide Check-Digit-Sum by 10 giving Check-Digit-Quotient
               remainder New-Account-Check

           Move New-Account-Number to Master-Account-Number
           Exec Cics Read
               File     ('ACCTMAST')
               Into     (Acct-Master-Record)
               Ridfld   (Master-Account-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Move "ACCOUNT NUMBER IN USE - NOTIFY OPERATIONS"
                  to MSGLO
           End-If.

      *****************************************************************
      * A new customer takes the next customer number after the       *
      * highest on CUSTMAST, with the defaults CustMaint gives an     *
      * add: active, paper statements, stamped with the business      *
      * date.  The add goes on the CUSTHIST change history under this *
      * operator.                                                     *
      *****************************************************************
       3700-Add-New-Customer.
           Move zero to Open-Customer-Number
           Move High-Values to Last-Customer-Key
           Exec Cics Startbr
               File   ('CUSTMAST')
               Ridfld (Last-Customer-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Exec Cics Readprev
                  File   ('CUSTMAST')
                  Into   (Customer-Record)
                  Ridfld (Last-Customer-Key)
                  Resp   (WS-Resp)
              End-Exec
              If WS-Resp = DFHRESP(NORMAL)
                 Move Cust-Number to Open-Customer-Number
              End-If
              Exec Cics Endbr
                  File ('CUSTMAST')
                  Resp (WS-Resp)
              End-Exec
           End-If
           If Open-Customer-Number = 999999
              Move "NO CUSTOMER NUMBERS LEFT - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If
           Add 1 to Open-Customer-Number

           Call "GetBusDate" using Business-Date
           Move spaces to Customer-Record
           Move Open-Customer-Number to Cust-Number
           Move NC-Name         to Cust-Name
           Move NC-Address-1    to Cust-Address-1
           Move NC-Address-2    to Cust-Address-2
           Move NC-City         to Cust-City
           Move NC-State        to Cust-State
           Move NC-Zip          to Cust-Zip
           Move NC-Tax-Id       to Cust-Tax-Id
           Set Cust-Is-Active   to true
           Move "P"             to Cust-Delivery-Pref
           Move Business-Date   to Cust-Last-Maint-Date
           Move zero            to Cust-Merged-To
           Move zero            to Cust-Date-Of-Death
           Exec Cics Write
               File   ('CUSTMAST')
               From   (Customer-Record)
               Ridfld (Cust-Number)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO ADD THE CUSTOMER - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If
           Move spaces to Before-Customer-Image
           Call "CustHLog" using by content "TELLOPEN" "A"
                                 by reference Oper-Id
                                              No-Approver-Id
                                              Before-Customer-Image
                                              Customer-Record.

      *****************************************************************
      * Created through the same factory methods AcctBatch's CREATE   *
      * uses, so the check digit is validated and the ACCTMAST record *
      * is initialized the normal way; the opening deposit is taken   *
      * afterwards so it is journaled under this operator.  Each      *
      * owner goes in through "addOwnerCustomer", which fills the     *
      * owner slot, writes the CUSTXREF row and journals the owner    *
      * change.                                                       *
      *****************************************************************
       3800-Create-Account.
           If Open-Kind-Checking
              Invoke CheckingAccount "createCheckingAccount"
                  using by value New-Account-Number
                  returning Teller-Checking-Object
              Set Teller-Account-Object to Teller-Checking-Object
           Else
              Invoke Account "createAccount"
                  using by value New-Account-Number
                  returning Teller-Account-Object
           End-If
           If Teller-Account-Object = Null
              Move "ACCOUNT COULD NOT BE CREATED - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If

           Invoke Teller-Account-Object "setJournalOperator"
               using by value Oper-Id
           Invoke Teller-Account-Object "setBranchCode"
               using by value Opening-Branch
           Invoke Teller-Account-Object "addOwnerCustomer"
               using by value Primary-Name "P" Open-Customer-Number
               returning Owner-Added
           If Joint-Customer-Number not = zero
              Invoke Teller-Account-Object "addOwnerCustomer"
                  using by value Joint-Name "J" Joint-Customer-Number
                  returning Owner-Added
           End-If.

      *****************************************************************
      * The opening deposit is an ordinary credit, exactly as         *
      * TellPost posts one: dated the next business day after the     *
      * ledger cutoff, and a check deposit (K) is held on the         *
      * AVAILSCH schedule.  The first credit on a new account is what *
      * the new-account fraud monitor records as its opening deposit. *
      *****************************************************************
       3900-Take-Opening-Deposit.
           Move "ACCOUNT OPENED - ENTER FOR THE NEXT ONE, PF3 TO END"
               to MSGLO
           If Teller-Amount-Binary > zero
              Call "GetBusDate" using Business-Date
              Call "GetEffDate" using Effective-Date
              If Effective-Date not = Business-Date
                 Invoke Teller-Account-Object "setJournalDate"
                     using by value Effective-Date
              End-If
              Invoke Teller-Account-Object "credit"
                  using by value Teller-Amount-Binary
              If Deposit-Is-Check
                 Move zero to Hold-Expiry-Date
                 Call "ChkHold" using Teller-Amount-Binary
                                      Hold-Expiry-Date
                 If Hold-Expiry-Date > zero
                    Invoke Teller-Account-Object "setHoldDetail"
                        using by value "CHKD" "AVAILSCH"
                                       Hold-Expiry-Date
                    Invoke Teller-Account-Object "placeHold"
                        using by value Teller-Amount-Binary
                    Move Hold-Expiry-Date to Printable-Date
                    Move spaces to Opened-Message-Work
                    String "ACCOUNT OPENED - CHECK HOLD UNTIL "
                               Delimited by size
                           Printable-Date Delimited by size
                           " - PF3 TO END" Delimited by size
                        into Opened-Message-Work
                    Move Opened-Message-Work to MSGLO
                 End-If
              End-If
              If Effective-Date not = Business-Date
                 Move Effective-Date to Printable-Date
                 Move spaces to Opened-Message-Work
                 String "ACCOUNT OPENED - DEPOSIT EFFECTIVE "
                            Delimited by size
                        Printable-Date Delimited by size
                        " (AFTER CUTOFF)" Delimited by size
                     into Opened-Message-Work
                 Move Opened-Message-Work to MSGLO
              End-If
           End-If
      *  compliance wants the advisory in front of the teller ahead
      *  of anything else about the opening
           If AdvisoryHitLogged
              Move "OPENED - WATCH-LIST ADVISORY SENT TO COMPLIANCE"
                  to MSGLO
           End-If

           Invoke Teller-Account-Object "getBalance"
               returning Teller-New-Balance
           Move Teller-New-Balance to Printable-Balance
           Move Printable-Balance  to NEWBALO
           Move New-Account-Number to NEWACCTO.

      *****************************************************************
      * Moves the keyed fields back and redisplays without erasing;   *
      * a customer added here shows the number it was given.          *
      *****************************************************************
       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           If Open-Customer-Number not = zero
              Move Open-Customer-Number to CUSTNOO
           End-If
           Move Open-Kind         to KINDO
           Move Teller-Amount     to AMOUNTO
           Move Teller-Funds-Type to FUNDSO

           Exec Cics Send Map ('TELLOPN')
               Mapset  ('OPENMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * Any unexpected CICS condition ends the conversation cleanly    *
      * rather than abending the teller's session.                     *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY OPERATIONS"
               to MSGLO
           Exec Cics Send Map ('TELLOPN')
               Mapset  ('OPENMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellOpen".
