      * owns, off a keyed CUSTXREF browse with one master read per    *
      * row (the owner-slot scan of all of ACCTMAST remains only as   *
      * the fallback for a region without the cross-reference):       *
      * number, type, status, ledger and available balance.  Keying a  *
      * listed account in the SEL field pulls its balances into the    *
      * detail line through the same Account methods TellInq drives,   *
      * with the account's payable-on-death beneficiaries off PODBENE  *
      * beneath it, so the teller can carry the number to TINQ for the *
      * full recent-activity view.  A listed account carrying an       *
      * active alert memo (ACCTMEMO) is flagged in the list, and the   *
      * selected account's memos show above and below it.  PF5 turns   *
      * the list into the customer's household view: every account of *
      * every member of the customer's HOUSEHLD household, a joint    *
      * account once, each line tagged with the member it was found   *
      * under, the household's totals on the detail line and its      *
      * members beneath.  First-time-in versus re-entry is told apart *
      * with EIBCALEN, the ordinary CICS way.                          *
      ******************************************************************
       Identification division.
       Program-id. "CustInq".
       01  Accounts-Found            pic 9(3) value zero.
       01  Available-Work            pic S9(9) binary value zero.

      *  alert memos (ACCTMEMO) -- every listed account is flagged
      *  when it carries an active one, and the selected account's
      *  first two list in full, off the same keyed browse
           Copy AcctMemo.
       01  Memo-Account              pic 9(6) value zero.
       01  Business-Date             pic 9(8) value zero.
       01  MemoDone-Switch           pic X(01) value "N".
           88 MemoBrowseDone            value "Y".
       01  MemoList-Switch           pic X(01) value "N".
           88 ListTheMemos              value "Y".
       01  StopMemo-Switch           pic X(01) value "N".
           88 StopMemoFound             value "Y".
       01  Memo-Rows-Found           pic 9(3) value zero.
       01  Memo-Lines-Filled         pic 9(1) value zero.
       01  Memo-Line-Work.
           05 ML-Severity            pic X(04).
           05 Filler                 pic X(01) value space.
           05 ML-Text                pic X(50).
           05 Filler                 pic X(01) value space.
           05 ML-Expiry              pic 9999/99/99.
           05 ML-Expiry-Text redefines ML-Expiry
                                     pic X(10).
           05 Filler                 pic X(01) value space.
           05 ML-Entered-By          pic X(08).

      *  payable-on-death beneficiaries of the account on screen,
      *  off a keyed PODBENE browse -- up to four list, with the
      *  share total in the heading so a short designation shows
           Copy PodBene.
       01  PodDone-Switch            pic X(01) value "N".
           88 PodBrowseDone             value "Y".
       01  Bene-Account              pic 9(6) value zero.
       01  Bene-Rows-Found           pic 9(2) value zero.
       01  Bene-Lines-Filled         pic 9(1) value zero.
       01  Bene-Share-Total          pic 9(5)V99 value zero.
       01  Bene-Header-Work.
           05 Filler                 pic X(33) value
              "POD BENEFICIARIES - SHARES TOTAL ".
           05 BH-Total               pic ZZZZ9.99.
           05 Filler                 pic X(01) value "%".
           05 BH-Note                pic X(37) value spaces.
       01  Bene-Line-Work.
           05 BL-Sequence            pic 9(2).
           05 Filler                 pic X(02) value spaces.
           05 BL-Name                pic X(30).
           05 Filler                 pic X(02) value spaces.
           05 BL-Relationship        pic X(10).
           05 Filler                 pic X(02) value spaces.
           05 BL-Customer            pic Z(6).
           05 Filler                 pic X(02) value spaces.
           05 BL-Share               pic ZZ9.99.
           05 Filler                 pic X(01) value "%".
           05 Filler                 pic X(18) value spaces.

       01  Account-Line-Work.
           05 AL-Account             pic 9(6).
           05 Filler                 pic X(03) value spaces.
           05 AL-Balance             pic -$$$,$$$,$$9.
           05 Filler                 pic X(02) value spaces.
           05 AL-Available           pic -$$$,$$$,$$9.
           05 Filler                 pic X(06) value spaces.
           05 AL-Memo                pic X(09).
           05 Filler                 pic X(02) value spaces.
           05 AL-Owner-Tag           pic X(05) value spaces.
           05 AL-Owner               pic Z(6).
           05 Filler                 pic X(08) value spaces.

      *  the household view (PF5): the members off the head's
      *  HOUSEHLD row, the accounts already listed so a joint account
      *  shows and totals once, and the household's totals
           Copy Househld.
       01  HhView-Switch             pic X(01) value "N".
           88 HouseholdView             value "Y".
       01  Inquiry-Customer          pic 9(6) value zero.
       01  HV-Member-Count           pic 9(2) value zero.
       01  HV-Member-Index           pic 9(2) value zero.
       01  HV-Member-Table.
           05 HV-Member              pic 9(6) occurs 10 times.
       01  Seen-Search               pic 9(3) value zero.
       01  Seen-Switch               pic X(01) value "N".
           88 AccountAlreadySeen        value "Y".
       01  SeenCount                 pic 9(3) value zero.
       01  Seen-Account-Table.
           05 Seen-Account           pic 9(6)
                 occurs 0 to 100 times depending on SeenCount.
       01  Household-Ledger-Total    pic S9(11) binary value zero.
       01  Household-Avail-Total     pic S9(11) binary value zero.
       01  Household-Detail-Work.
           05 Filler                 pic X(10) value "HOUSEHOLD ".
           05 HD-Number              pic 9(6).
           05 Filler                 pic X(01) value space.
           05 HD-Status              pic X(09).
           05 Filler                 pic X(07) value " ACCTS ".
           05 HD-Accounts            pic ZZ9.
           05 Filler                 pic X(09) value "  LEDGER ".
           05 HD-Balance             pic -$$$,$$$,$$9.
           05 Filler                 pic X(08) value "  AVAIL ".
           05 HD-Available           pic -$$$,$$$,$$9.
       01  Household-Header-Work.
           05 Filler                 pic X(20) value
              "HOUSEHOLD MEMBERS - ".
           05 HH-Members             pic Z9.
           05 HH-Note                pic X(20) value spaces.
       01  Member-Line-Work.
           05 MB-Customer            pic 9(6).
           05 Filler                 pic X(02) value spaces.
           05 MB-Name                pic X(20).
           05 Filler                 pic X(02) value spaces.
           05 MB-Role                pic X(06).
           05 Filler                 pic X(02) value spaces.
           05 MB-Status              pic X(08).

       01  Selected-Account          pic 9(6) value zero.
       01  Selected-Object           usage object reference Account.

       2000-Send-Initial-Map.
           Move Low-Values to CUSTINQO
           Move "ENTER A CUSTOMER NUMBER OR NAME - PF5 FOR HOUSEHOLD"
               to MSGLO

           Exec Cics Send Map ('CUSTINQ')
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Call "GetBusDate" using Business-Date

           Move "N" to HhView-Switch
           If EIBAID = DFHPF5
              Perform 3700-List-Household
           Else
              Perform 3500-List-Customer-Accounts
           End-If

           If SELNOL not = zero and SELNOI is numeric
                 and not HouseholdView
              Move SELNOI to Selected-Account
              Perform 4000-Show-Selected-Account
           End-If
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
                   Move "MORE THAN 8 ACCOUNTS - FIRST 8 LISTED"
                       to MSGLO
               When Other
                   Move "KEY SEL FOR DETAIL - PF5 HOUSEHOLD - PF3 ENDS"
                       to MSGLO
           End-Evaluate.

      * shared back half of the keyed path and the fallback scan.     *
      *****************************************************************
       3650-Add-Account-Line.
           If HouseholdView
              Perform 3660-Check-Account-Seen
              If AccountAlreadySeen
                 Exit Paragraph
              End-If
              Add Master-Account-Balance to Household-Ledger-Total
              Compute Household-Avail-Total = Household-Avail-Total
                  + Master-Account-Balance - Master-Hold-Amount
              Move "CUST "         to AL-Owner-Tag
              Move Search-Customer to AL-Owner
           Else
              Move spaces to AL-Owner-Tag
              Move zero   to AL-Owner
           End-If
           Add 1 to Accounts-Found
           If Lines-Filled < 8
              Add 1 to Lines-Filled
              Compute Available-Work =
                  Master-Account-Balance - Master-Hold-Amount
              Move Available-Work to AL-Available
              Move Master-Account-Number to Memo-Account
              Move "N" to MemoList-Switch
              Perform 4700-List-Memos
              Evaluate true
                  When StopMemoFound
                      Move "STOP MEMO" to AL-Memo
                  When Memo-Rows-Found > zero
                      Move "MEMO"      to AL-Memo
                  When other
                      Move spaces      to AL-Memo
              End-Evaluate
              Evaluate Lines-Filled
                  When 1
                      Move Account-Line-Work to A1O
              End-Evaluate
           End-If.

      *  a joint account of two members lists and totals once
       3660-Check-Account-Seen.
           Move "N" to Seen-Switch
           Perform 3670-Match-One-Seen
               Varying Seen-Search from 1 by 1
               Until Seen-Search > SeenCount
                  or AccountAlreadySeen
           If not AccountAlreadySeen and SeenCount < 100
              Add 1 to SeenCount
              Move Master-Account-Number to Seen-Account(SeenCount)
           End-If.

       3670-Match-One-Seen.
           If Seen-Account(Seen-Search) = Master-Account-Number
              Move "Y" to Seen-Switch
           End-If.

      *****************************************************************
      * The household view: the customer's HOUSEHLD row names the     *
      * household, the head's row lists its members, and each        *
      * member's accounts list the way one customer's do.  A proposal *
      * not yet confirmed shows too, marked so.  A customer in no     *
      * household, or kept apart from one, gets the ordinary list.    *
      *****************************************************************
       3700-List-Household.
           Move Search-Customer to Inquiry-Customer
           Move Search-Customer to Hh-Customer-Number
           Exec Cics Read
               File     ('HOUSEHLD')
               Into     (Household-Record)
               Ridfld   (Hh-Customer-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL) and not Hh-Kept-Apart
              Move Hh-Number to Hh-Customer-Number
              Exec Cics Read
                  File     ('HOUSEHLD')
                  Into     (Household-Record)
                  Ridfld   (Hh-Customer-Number)
                  Resp     (WS-Resp)
              End-Exec
           End-If
           If WS-Resp not = DFHRESP(NORMAL) or Hh-Kept-Apart
              Perform 3500-List-Customer-Accounts
              Move "CUSTOMER IS IN NO HOUSEHOLD - OWN ACCOUNTS LISTED"
                  to MSGLO
              Exit Paragraph
           End-If

           Move "Y" to HhView-Switch
           Move Hh-Member-Count to HV-Member-Count
           If HV-Member-Count > 10
              Move 10 to HV-Member-Count
           End-If
           Move Hh-Member-List to HV-Member-Table
           Move Hh-Number to HD-Number
           If Hh-Confirmed
              Move "CONFIRMED" to HD-Status
           Else
              Move "PROPOSED" to HD-Status
           End-If
           Move zero to Lines-Filled Accounts-Found SeenCount
           Move zero to Household-Ledger-Total Household-Avail-Total
           Perform 3710-List-One-Member
               Varying HV-Member-Index from 1 by 1
               Until HV-Member-Index > HV-Member-Count
           Move Inquiry-Customer to Search-Customer

           Move Accounts-Found         to HD-Accounts
           Move Household-Ledger-Total to HD-Balance
           Move Household-Avail-Total  to HD-Available
           Move Household-Detail-Work  to DETAILO
           Move HV-Member-Count to HH-Members
           Move spaces to HH-Note
           If HV-Member-Count > 4
              Move " - FIRST 4 LISTED" to HH-Note
           End-If
           Move Household-Header-Work to BHDRO
           Perform 3750-Show-One-Member
               Varying HV-Member-Index from 1 by 1
               Until HV-Member-Index > HV-Member-Count
                  or HV-Member-Index > 4
           Evaluate True
               When Accounts-Found = zero
                   Move "HOUSEHOLD OWNS NO ACCOUNTS ON FILE" to MSGLO
               When Accounts-Found > 8
                   Move "FIRST 8 ACCOUNTS LISTED - TOTALS COVER ALL"
                       to MSGLO
               When Other
                   Move "HOUSEHOLD VIEW - ENTER RETURNS - PF3 ENDS"
                       to MSGLO
           End-Evaluate.

      *  one member's accounts, by the same CUSTXREF browse (or the
      *  fallback scan) as the single-customer list
       3710-List-One-Member.
           Move HV-Member(HV-Member-Index) to Search-Customer
           Move "N" to XrefDone-Switch
           Move Search-Customer to Xref-Customer-Number
           Move zero to Xref-Account-Number
           Exec Cics Startbr
               File   ('CUSTXREF')
               Ridfld (Xref-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           Evaluate WS-Resp
               When DFHRESP(NORMAL)
                   Perform 3520-Browse-One-Xref-Row
                       Until XrefBrowseDone
                   Exec Cics Endbr
                       File ('CUSTXREF')
                       Resp (WS-Resp)
                   End-Exec
               When DFHRESP(NOTFND)
                   Continue
               When Other
                   Perform 3540-Scan-Account-Master
           End-Evaluate.

       3750-Show-One-Member.
           Move HV-Member(HV-Member-Index) to MB-Customer
           Move HV-Member(HV-Member-Index) to Cust-Number
           Exec Cics Read
               File     ('CUSTMAST')
               Into     (Customer-Record)
               Ridfld   (Cust-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Move Cust-Name to MB-Name
              If Cust-Is-Active
                 Move "ACTIVE" to MB-Status
              Else
                 Move "INACTIVE" to MB-Status
              End-If
           Else
              Move "NOT ON CUSTMAST" to MB-Name
              Move spaces to MB-Status
           End-If
           If HV-Member-Index = 1
              Move "HEAD" to MB-Role
           Else
              Move "MEMBER" to MB-Role
           End-If
           Evaluate HV-Member-Index
               When 1
                   Move Member-Line-Work to B1O
               When 2
                   Move Member-Line-Work to B2O
               When 3
                   Move Member-Line-Work to B3O
               When 4
                   Move Member-Line-Work to B4O
           End-Evaluate.

      *****************************************************************
      * The selected account's balances, through the same Account    *
      * methods TellInq drives -- no separate online copy of the     *
           Move Selected-Account to DT-Account
           Move Sel-Balance      to DT-Balance
           Move Sel-Available    to DT-Available
           Move Detail-Line-Work to DETAILO
           Move Selected-Account to Bene-Account
           Perform 4500-List-Beneficiaries
           Move Selected-Account to Memo-Account
           Move "Y" to MemoList-Switch
           Perform 4700-List-Memos
           Move "N" to MemoList-Switch
           If Memo-Rows-Found > 2
              Move "MORE MEMOS THAN SHOWN - TMEM LISTS THEM ALL"
                  to MSGLO
           End-If
           If StopMemoFound
              Move "STOP MEMO - POSTING NEEDS A LEVEL-3 OVERRIDE"
                  to MSGLO
           End-If.

      *****************************************************************
      * The account's payable-on-death beneficiaries: a keyed        *
      * Startbr on PODBENE at the account's first sequence.  NOTFND, *
      * or a region without the file, simply lists none.              *
      *****************************************************************
       4500-List-Beneficiaries.
           Move zero to Bene-Rows-Found Bene-Lines-Filled
                        Bene-Share-Total
           Move "N" to PodDone-Switch
           Move Bene-Account to Pod-Account-Number
           Move zero to Pod-Sequence
           Exec Cics Startbr
               File   ('PODBENE')
               Ridfld (Pod-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 4520-Browse-One-Beneficiary
               Until PodBrowseDone
           Exec Cics Endbr
               File ('PODBENE')
               Resp (WS-Resp)
           End-Exec
           If Bene-Rows-Found = zero
              Exit Paragraph
           End-If
           Move Bene-Share-Total to BH-Total
           Move spaces to BH-Note
           If Bene-Share-Total not = 100
              Move " - DESIGNATION INCOMPLETE" to BH-Note
           End-If
           If Bene-Rows-Found > 4
              Move " - FIRST 4 LISTED" to BH-Note
           End-If
           Move Bene-Header-Work to BHDRO.

       4520-Browse-One-Beneficiary.
           Exec Cics Readnext
               File   ('PODBENE')
               Into   (Pod-Beneficiary-Record)
               Ridfld (Pod-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to PodDone-Switch
              Exit Paragraph
           End-If
           If Pod-Account-Number not = Bene-Account
              Move "Y" to PodDone-Switch
              Exit Paragraph
           End-If
           Add 1 to Bene-Rows-Found
           Add Pod-Share-Pct to Bene-Share-Total
           If Bene-Lines-Filled < 4
              Add 1 to Bene-Lines-Filled
              Move Pod-Sequence      to BL-Sequence
              Move Pod-Bene-Name     to BL-Name
              Move Pod-Relationship  to BL-Relationship
              Move Pod-Bene-Customer to BL-Customer
              Move Pod-Share-Pct     to BL-Share
              Evaluate Bene-Lines-Filled
                  When 1
                      Move Bene-Line-Work to B1O
                  When 2
                      Move Bene-Line-Work to B2O
                  When 3
                      Move Bene-Line-Work to B3O
                  When 4
                      Move Bene-Line-Work to B4O
              End-Evaluate
           End-If.

      *****************************************************************
      * One account's alert memos: a keyed Startbr on ACCTMEMO at the *
      * account's first sequence.  Only active memos count -- not     *
      * removed, and not past an expiry date -- and when ListTheMemos *
      * the first two go on the screen.  NOTFND, or a region without  *
      * the file, simply finds none.                                  *
      *****************************************************************
       4700-List-Memos.
           Move zero to Memo-Rows-Found Memo-Lines-Filled
           Move "N" to MemoDone-Switch StopMemo-Switch
           Move Memo-Account to Memo-Account-Number
           Move zero to Memo-Sequence
           Exec Cics Startbr
               File   ('ACCTMEMO')
               Ridfld (Memo-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 4720-Browse-One-Memo
               Until MemoBrowseDone
           Exec Cics Endbr
               File ('ACCTMEMO')
               Resp (WS-Resp)
           End-Exec.

       4720-Browse-One-Memo.
           Exec Cics Readnext
               File   ('ACCTMEMO')
               Into   (Acct-Memo-Record)
               Ridfld (Memo-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to MemoDone-Switch
              Exit Paragraph
           End-If
           If Memo-Account-Number not = Memo-Account
              Move "Y" to MemoDone-Switch
              Exit Paragraph
           End-If
           If Memo-Is-Removed
              Exit Paragraph
           End-If
           If Memo-Expiry-Date not = zero
                 and Memo-Expiry-Date < Business-Date
              Exit Paragraph
           End-If
           Add 1 to Memo-Rows-Found
           If Memo-Is-Stop
              Move "Y" to StopMemo-Switch
           End-If
           If not ListTheMemos or Memo-Lines-Filled >= 2
              Exit Paragraph
           End-If
           Add 1 to Memo-Lines-Filled
           Evaluate true
               When Memo-Is-Stop
                   Move "STOP" to ML-Severity
               When Memo-Is-Warning
                   Move "WARN" to ML-Severity
               When other
                   Move "INFO" to ML-Severity
           End-Evaluate
           Move Memo-Text       to ML-Text
           Move Memo-Entered-By to ML-Entered-By
           If Memo-Expiry-Date = zero
              Move "NO EXPIRY" to ML-Expiry-Text
           Else
              Move Memo-Expiry-Date to ML-Expiry
           End-If
           Evaluate Memo-Lines-Filled
               When 1
                   Move Memo-Line-Work to MEMO1O
               When 2
                   Move Memo-Line-Work to MEMO2O
           End-Evaluate.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
