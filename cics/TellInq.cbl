      *----------------------------------------------------------------*
      * TELLINQ -- online, pseudo-conversational teller account        *
      * inquiry.  Every other program that reaches Account/            *
      * CheckingAccount is a batch driver (TestAccounts, NightlyRun);  *
      * this is the first one a teller drives from a screen.  It       *
      * invokes the same "getBalance"/"getAvailableBalance" methods    *
      * those batch drivers use -- there is no separate online copy of *
      * the balance logic -- and pulls the account's most recent       *
      * activity from ACCTRECNT, the same JRNLFILE-derived side file   *
      * AcctArch.cbl and the batch reports work from, so a teller sees *
      * the same activity the nightly reports would show, just sooner, *
      * with the account's payable-on-death beneficiaries off PODBENE  *
      * and its authorized signers and power-of-attorney holders off   *
      * ACCTSIGN -- each shown VALID only while in force -- beneath    *
      * it.  ACCTMAST and ACCTRECNT are CICS-managed files: every      *
      * access here goes through EXEC CICS READ FILE so the region's   *
      * file control handles locking and buffering instead of this     *
      * program opening and closing a VSAM dataset on every keystroke. *
      *                                                                *
      * First-time-in and pseudo-conversational re-entry are told      *
      * apart with EIBCALEN the ordinary CICS way: a zero EIBCALEN is  *
       01  Journal-Type-Display      pic X(09).
       01  New-Activity-Line         pic X(79).

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

      *  authorized signers and power-of-attorney holders on the
      *  account (ACCTSIGN), off a keyed browse -- up to three list,
      *  each with whether it is valid today, so the teller can check
      *  the person at the window against a current authority
           Copy AcctSign.
       01  SignDone-Switch           pic X(01) value "N".
           88 SignBrowseDone            value "Y".
       01  Business-Date             pic 9(8) value zero.
       01  Signer-Rows-Found         pic 9(2) value zero.
       01  Signer-Lines-Filled       pic 9(1) value zero.
       01  Signer-Status-Work        pic X(07) value spaces.
       01  Signer-Header-Work.
           05 Filler                 pic X(38) value
              "AUTHORIZED SIGNERS / POWER OF ATTORNEY".
           05 SH-Note                pic X(10) value spaces.
       01  Signer-Line-Work.
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

      *  the account's alert memos (ACCTMEMO), off a keyed browse --
      *  the first two active ones list, and a STOP memo or a longer
      *  list is called out on the message line
           Copy AcctMemo.
       01  MemoDone-Switch           pic X(01) value "N".
           88 MemoBrowseDone            value "Y".
       01  StopMemo-Switch           pic X(01) value "N".
           88 StopMemoFound             value "Y".
       01  Memo-Rows-Found           pic 9(3) value zero.
       01  Memo-Lines-Filled         pic 9(1) value zero.
       01  Memo-Message-Work         pic X(79) value spaces.
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

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

               returning Teller-Available-Balance

           Perform 4000-Read-Recent-Activity
           Move Teller-Account-Number to Bene-Account
           Perform 4500-List-Beneficiaries
           Perform 4600-List-Signers
           Perform 4700-List-Memos

           Move "PF3 TO END" to MSGLO
           If Memo-Message-Work not = spaces
              Move Memo-Message-Work to MSGLO
           End-If
           Perform 5000-Redisplay-Map.

      *****************************************************************
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
           Move New-Activity-Line
               to Activity-Line(Activity-Lines-Found).

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
      * The account's signers: a keyed Startbr on ACCTSIGN at the     *
      * account's first sequence, judged against the business date -- *
      * an expired, revoked or not-yet-effective authority lists as   *
      * such, never as VALID.  NOTFND simply lists none.               *
      *****************************************************************
       4600-List-Signers.
           Move zero to Signer-Rows-Found Signer-Lines-Filled
           Move "N" to SignDone-Switch
           Call "GetBusDate" using Business-Date
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
           Perform 4620-Browse-One-Signer
               Until SignBrowseDone
           Exec Cics Endbr
               File ('ACCTSIGN')
               Resp (WS-Resp)
           End-Exec
           If Signer-Rows-Found = zero
              Exit Paragraph
           End-If
           Move spaces to SH-Note
           If Signer-Rows-Found > 3
              Move " (MORE)" to SH-Note
           End-If
           Move Signer-Header-Work to SHDRO.

       4620-Browse-One-Signer.
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
           If Signer-Lines-Filled >= 3
              Exit Paragraph
           End-If
           Add 1 to Signer-Lines-Filled
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
           End-Evaluate
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
           End-If
           Evaluate Signer-Lines-Filled
               When 1
                   Move Signer-Line-Work to S1O
               When 2
                   Move Signer-Line-Work to S2O
               When 3
                   Move Signer-Line-Work to S3O
           End-Evaluate.

      *****************************************************************
      * The account's alert memos: a keyed Startbr on ACCTMEMO at the *
      * account's first sequence.  Only active memos count -- not     *
      * removed, and not past an expiry date -- the first two list,   *
      * and a STOP memo, or more memos than the screen holds, puts a  *
      * note on the message line.  NOTFND, or a region without the    *
      * file, simply lists none.                                      *
      *****************************************************************
       4700-List-Memos.
           Move zero to Memo-Rows-Found Memo-Lines-Filled
           Move "N" to MemoDone-Switch StopMemo-Switch
           Move spaces to Memo-Message-Work
           Move Teller-Account-Number to Memo-Account-Number
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
           End-Exec
           If StopMemoFound
              Move "STOP MEMO - POSTING NEEDS A LEVEL-3 OVERRIDE"
                  to Memo-Message-Work
              Exit Paragraph
           End-If
           If Memo-Rows-Found > 2
              Move "MORE MEMOS THAN SHOWN - TMEM LISTS THEM ALL"
                  to Memo-Message-Work
           End-If.

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
           If Memo-Account-Number not = Teller-Account-Number
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
           If Memo-Lines-Filled >= 2
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

      *****************************************************************
      * Moves the working balances and activity table into the map's  *
      * output fields and redisplays it without erasing the screen.    *
