       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellSign.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLSIGN -- online, pseudo-conversational authorized-signer   *
      * maintenance (transaction TSGN, supervisor-only).  Keys an     *
      * account and lists its ACCTSIGN signers -- power-of-attorney   *
      * holders and business signers, who transact on the account     *
      * without being owners, so they never reach the owner table or  *
      * the tax reporting built off it.  A adds a signer: an active   *
      * CUSTMAST customer who is not already an owner or a current    *
      * signer, with an effective date (default the business date),   *
      * an optional expiry date and an optional per-item limit in     *
      * cents.  C changes a listed signer's expiry date and limit; R  *
      * revokes one.  Rows are never deleted -- a revoked or expired  *
      * signer stays listed under that status for the audit trail.    *
      * First-time-in versus re-entry is told apart with EIBCALEN,    *
      * the ordinary CICS way.                                         *
      ******************************************************************
       Identification division.
       Program-id. "TellSign".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy SignMap.
           Copy DFHAID.
           Copy DFHBMSCA.
           Copy AcctRec.
           Copy CustRec.
           Copy AcctSign.

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

       01  Business-Date             pic 9(8) value zero.
       01  Teller-Account-Number     pic 9(6) value zero.
       01  Teller-Action             pic X(01) value spaces.
           88 Action-Add-Signer         value "A".
           88 Action-Change-Signer      value "C".
           88 Action-Revoke-Signer      value "R".
       01  Teller-Sequence           pic 9(2) value zero.
       01  Teller-Customer           pic 9(6) value zero.
       01  Teller-Effective-Date     pic 9(8) value zero.
       01  Teller-Expiry-Date        pic 9(8) value zero.
       01  Teller-Limit              pic 9(9) value zero.
       01  Owner-Index               pic 9(1) value zero.
       01  OwnerMatch-Switch         pic X(01) value "N".
           88 CustomerIsOwner           value "Y".

      *  one browse of the account's signers serves both the listing
      *  and the add: it finds the next free sequence and whether the
      *  customer being added is already a current signer
       01  SignDone-Switch           pic X(01) value "N".
           88 SignBrowseDone            value "Y".
       01  SignerMatch-Switch        pic X(01) value "N".
           88 AlreadyASigner            value "Y".
       01  Signer-Rows-Found         pic 9(2) value zero.
       01  Signer-Lines-Filled       pic 9(1) value zero.
       01  Next-Sign-Sequence        pic 9(3) value zero.
       01  Signer-Status-Work        pic X(07) value spaces.
           88 SignerIsValid             value "VALID".
       01  Signer-Header-Work.
           05 Filler                 pic X(30) value
              "SQ TYP CUST   NAME            ".
           05 Filler                 pic X(21) value
              " STATUS         LIMIT".
       01  Signer-Line-Work.
           05 SL-Sequence            pic 9(2).
           05 Filler                 pic X(01) value space.
           05 SL-Type                pic X(03).
           05 Filler                 pic X(01) value space.
           05 SL-Customer            pic 9(6).
           05 Filler                 pic X(01) value space.
           05 SL-Name                pic X(16).
           05 Filler                 pic X(01) value space.
           05 SL-Status              pic X(07).
           05 Filler                 pic X(01) value space.
           05 SL-Limit               pic Z,ZZZ,ZZ9.99.
           05 SL-Limit-Text redefines SL-Limit
                                     pic X(12).

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
                  Transid ('TSGN')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLSGNO
           Move "ENTER AN ACCOUNT - THEN A, C OR R WITH THE SIGNER"
               to MSGLO

           Exec Cics Send Map ('TELLSGN')
               Mapset  ('SIGNMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TSGN')
               Commarea (DFHCOMMAREA)
           End-Exec.

       3000-Receive-And-Maintain.
           Exec Cics Receive Map ('TELLSGN')
               Mapset ('SIGNMAP')
               Into   (TELLSGNI)
           End-Exec

           Move Low-Values to TELLSGNO

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

           If ACCTNOL = zero or ACCTNOI is not numeric
              Move "PLEASE ENTER A VALID ACCOUNT NUMBER" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move ACCTNOI to Teller-Account-Number

           Move Teller-Account-Number to Master-Account-Number
           Exec Cics Read
               File     ('ACCTMAST')
               Into     (Acct-Master-Record)
               Ridfld   (Master-Account-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "ACCOUNT NOT FOUND" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Call "GetBusDate" using Business-Date

           Move spaces to Teller-Action
           If ACTIONL not = zero
              Move ACTIONI to Teller-Action
           End-If
           Move zero to Teller-Sequence
           If SEQNOL not = zero and SEQNOI is numeric
              Move SEQNOI to Teller-Sequence
           End-If
           Evaluate true
               When Action-Add-Signer
                   Perform 4000-Add-Signer
               When Action-Change-Signer
                   Perform 4200-Change-Signer
               When Action-Revoke-Signer
                   Perform 4400-Revoke-Signer
               When other
                   Move "SIGNERS LISTED - KEY A, C OR R TO MAINTAIN"
                       to MSGLO
           End-Evaluate

           Move zero to Teller-Customer
           Perform 3500-List-Signers
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
              Move "SIGNER MAINTENANCE NEEDS A LEVEL-3 SUPERVISOR"
                  to MSGLO
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
      * A keyed Startbr on ACCTSIGN at the account's first sequence.  *
      * Up to four rows list; every row counts toward the next free   *
      * sequence, and a current row for Teller-Customer (when one is  *
      * being added) is flagged.  NOTFND simply lists none.           *
      *****************************************************************
       3500-List-Signers.
           Move zero to Signer-Rows-Found Signer-Lines-Filled
           Move 1 to Next-Sign-Sequence
           Move "N" to SignDone-Switch SignerMatch-Switch
           Move Signer-Header-Work to SHDRO
           Move Teller-Account-Number to Sign-Account-Number
           Move zero to Sign-Sequence
           Exec Cics Startbr
               File   ('ACCTSIGN')
               Ridfld (Sign-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 3520-Browse-One-Signer
               Until SignBrowseDone
           Exec Cics Endbr
               File ('ACCTSIGN')
               Resp (WS-Resp)
           End-Exec.

       3520-Browse-One-Signer.
           Exec Cics Readnext
               File   ('ACCTSIGN')
               Into   (Acct-Signer-Record)
               Ridfld (Sign-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to SignDone-Switch
              Exit Paragraph
           End-If
           If Sign-Account-Number not = Teller-Account-Number
              Move "Y" to SignDone-Switch
              Exit Paragraph
           End-If
           Add 1 to Signer-Rows-Found
           Compute Next-Sign-Sequence = Sign-Sequence + 1
           Perform 3700-Judge-Signer
           If Teller-Customer not = zero
                 and Sign-Customer-Number = Teller-Customer
                 and not Sign-Is-Revoked
                 and Signer-Status-Work not = "EXPIRED"
              Move "Y" to SignerMatch-Switch
           End-If
           If Signer-Lines-Filled < 4
              Add 1 to Signer-Lines-Filled
              Perform 3600-Format-Signer-Line
              Evaluate Signer-Lines-Filled
                  When 1
                      Move Signer-Line-Work to S1O
                  When 2
                      Move Signer-Line-Work to S2O
                  When 3
                      Move Signer-Line-Work to S3O
                  When 4
                      Move Signer-Line-Work to S4O
              End-Evaluate
           End-If.

       3600-Format-Signer-Line.
           Move Sign-Sequence        to SL-Sequence
           Move Sign-Customer-Number to SL-Customer
           Move Sign-Name            to SL-Name
           Move Signer-Status-Work   to SL-Status
           If Sign-Type-POA
              Move "POA" to SL-Type
           Else
              Move "SGN" to SL-Type
           End-If
           If Sign-Item-Limit = zero
              Move "    NO LIMIT" to SL-Limit-Text
           Else
              Compute SL-Limit = Sign-Item-Limit / 100
           End-If.

      *****************************************************************
      * A signer is good from the effective date through the expiry  *
      * date (zero -- open-ended); outside that window, or revoked,  *
      * the listing says so instead of showing it valid.              *
      *****************************************************************
       3700-Judge-Signer.
           Evaluate true
               When Sign-Is-Revoked
                   Move "REVOKED" to Signer-Status-Work
               When Sign-Effective-Date > Business-Date
                   Move "PENDING" to Signer-Status-Work
               When Sign-Expiry-Date not = zero
                     and Sign-Expiry-Date < Business-Date
                   Move "EXPIRED" to Signer-Status-Work
               When other
                   Move "VALID" to Signer-Status-Work
           End-Evaluate.

      *****************************************************************
      * Add: the person must be an active customer who is neither an *
      * owner of the account nor a current signer on it.  Each check *
      * that refuses leaves its message in MSGLO, which is otherwise  *
      * still the low-values the map was cleared to.                   *
      *****************************************************************
       4000-Add-Signer.
           If SGTYPEL = zero
              Move "KEY P (POWER OF ATTORNEY) OR S (SIGNER)" to MSGLO
              Exit Paragraph
           End-If
           Move SGTYPEI to Sign-Type
           If not Sign-Type-Is-Valid
              Move "KEY P (POWER OF ATTORNEY) OR S (SIGNER)" to MSGLO
              Exit Paragraph
           End-If
           If CUSTNOL = zero or CUSTNOI is not numeric
              Move "PLEASE ENTER THE SIGNER'S CUSTOMER NUMBER"
                  to MSGLO
              Exit Paragraph
           End-If
           Move CUSTNOI to Teller-Customer
           Perform 4100-Check-Signer-Customer
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           Perform 4150-Take-Dates-And-Limit
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           If Teller-Effective-Date = zero
              Move Business-Date to Teller-Effective-Date
           End-If
           If Teller-Expiry-Date not = zero
                 and Teller-Expiry-Date < Teller-Effective-Date
              Move "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE" to MSGLO
              Exit Paragraph
           End-If

           Perform 3500-List-Signers
           If AlreadyASigner
              Move "ALREADY A SIGNER ON THIS ACCOUNT - USE C TO CHANGE"
                  to MSGLO
              Exit Paragraph
           End-If
           If Next-Sign-Sequence > 99
              Move "NO SIGNER SEQUENCES LEFT ON THIS ACCOUNT" to MSGLO
              Exit Paragraph
           End-If

           Move spaces to Acct-Signer-Record
           Move SGTYPEI to Sign-Type
           Move Teller-Account-Number to Sign-Account-Number
           Move Next-Sign-Sequence    to Sign-Sequence
           Move Teller-Customer       to Sign-Customer-Number
           Move Cust-Name             to Sign-Name
           Move Teller-Effective-Date to Sign-Effective-Date
           Move Teller-Expiry-Date    to Sign-Expiry-Date
           Move Teller-Limit          to Sign-Item-Limit
           Set Sign-Is-Active         to true
           Move Oper-Id               to Sign-Maint-Operator
           Move Business-Date         to Sign-Last-Maint-Date
           Exec Cics Write
               File   ('ACCTSIGN')
               From   (Acct-Signer-Record)
               Ridfld (Sign-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO ADD THE SIGNER - SEE THE SYSTEM LOG"
                  to MSGLO
              Exit Paragraph
           End-If
           Move Sign-Sequence to Teller-Sequence
           Move "SIGNER ADDED - PF3 TO END" to MSGLO.

       4100-Check-Signer-Customer.
           Move Teller-Customer to Cust-Number
           Exec Cics Read
               File     ('CUSTMAST')
               Into     (Customer-Record)
               Ridfld   (Cust-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "CUSTOMER NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           If not Cust-Is-Active
              Move "CUSTOMER IS NOT ACTIVE" to MSGLO
              Exit Paragraph
           End-If
           Move "N" to OwnerMatch-Switch
           Perform 4110-Match-One-Owner
               Varying Owner-Index from 1 by 1
               Until Owner-Index > Master-Owner-Count
           If CustomerIsOwner
              Move "CUSTOMER OWNS THIS ACCOUNT - NOT A SIGNER"
                  to MSGLO
           End-If.

       4110-Match-One-Owner.
           If Master-Owner-Cust-Id(Owner-Index) = Teller-Customer
              Move "Y" to OwnerMatch-Switch
           End-If.

       4150-Take-Dates-And-Limit.
           Move zero to Teller-Effective-Date Teller-Expiry-Date
                        Teller-Limit
           If EFFDTL not = zero
              If EFFDTI is not numeric
                 Move "EFFECTIVE DATE MUST BE YYYYMMDD" to MSGLO
                 Exit Paragraph
              End-If
              Move EFFDTI to Teller-Effective-Date
           End-If
           If EXPDTL not = zero
              If EXPDTI is not numeric
                 Move "EXPIRY DATE MUST BE YYYYMMDD" to MSGLO
                 Exit Paragraph
              End-If
              Move EXPDTI to Teller-Expiry-Date
           End-If
           If LIMITL not = zero
              If LIMITI is not numeric
                 Move "ITEM LIMIT MUST BE IN CENTS" to MSGLO
                 Exit Paragraph
              End-If
              Move LIMITI to Teller-Limit
           End-If.

      *****************************************************************
      * Change: a keyed expiry date or limit replaces the listed     *
      * signer's; a field left blank keeps what is on file.            *
      *****************************************************************
       4200-Change-Signer.
           Perform 4150-Take-Dates-And-Limit
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           Perform 4300-Read-Signer-For-Update
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           If Sign-Is-Revoked
              Move "SIGNER IS REVOKED - ADD THEM AGAIN" to MSGLO
              Perform 4350-Unlock-Signer
              Exit Paragraph
           End-If
           If EXPDTL not = zero
              Move Teller-Expiry-Date to Sign-Expiry-Date
           End-If
           If LIMITL not = zero
              Move Teller-Limit to Sign-Item-Limit
           End-If
           If Sign-Expiry-Date not = zero
                 and Sign-Expiry-Date < Sign-Effective-Date
              Move "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE" to MSGLO
              Perform 4350-Unlock-Signer
              Exit Paragraph
           End-If
           Perform 4360-Rewrite-Signer
           If MSGLO = Low-Values
              Move "SIGNER CHANGED - PF3 TO END" to MSGLO
           End-If.

       4300-Read-Signer-For-Update.
           If Teller-Sequence = zero
              Move "KEY THE SEQUENCE OF THE LISTED SIGNER" to MSGLO
              Exit Paragraph
           End-If
           Move Teller-Account-Number to Sign-Account-Number
           Move Teller-Sequence       to Sign-Sequence
           Exec Cics Read
               File     ('ACCTSIGN')
               Into     (Acct-Signer-Record)
               Ridfld   (Sign-Key)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "NO SIGNER UNDER THAT SEQUENCE" to MSGLO
           End-If.

       4350-Unlock-Signer.
           Exec Cics Unlock
               File ('ACCTSIGN')
           End-Exec.

       4360-Rewrite-Signer.
           Move Oper-Id       to Sign-Maint-Operator
           Move Business-Date to Sign-Last-Maint-Date
           Exec Cics Rewrite
               File ('ACCTSIGN')
               From (Acct-Signer-Record)
               Resp (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO REWRITE THE SIGNER" to MSGLO
           End-If.

       4400-Revoke-Signer.
           Perform 4300-Read-Signer-For-Update
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           If Sign-Is-Revoked
              Move "SIGNER IS ALREADY REVOKED" to MSGLO
              Perform 4350-Unlock-Signer
              Exit Paragraph
           End-If
           Set Sign-Is-Revoked to true
           Perform 4360-Rewrite-Signer
           If MSGLO = Low-Values
              Move "SIGNER REVOKED - PF3 TO END" to MSGLO
           End-If.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Teller-Account-Number to ACCTNOO
           Move Teller-Action   to ACTIONO
           Move Teller-Sequence to SEQNOO

           Exec Cics Send Map ('TELLSGN')
               Mapset  ('SIGNMAP')
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
           Exec Cics Send Map ('TELLSGN')
               Mapset  ('SIGNMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellSign".
