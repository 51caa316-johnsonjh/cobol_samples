       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellMemo.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLMEMO -- online, pseudo-conversational account alert-memo  *
      * maintenance (transaction TMEM).  Keys an account and lists    *
      * its active ACCTMEMO memos -- the notes every teller screen    *
      * (TellInq, TellPost, TellMlt, CustInq) shows on the account:   *
      * severity, text, expiry and who entered it.  Any signed-on     *
      * operator may list.  A adds a memo -- I information, W warning *
      * or S stop -- with an optional expiry date, zero meaning it    *
      * stands until removed; R removes a listed memo.  Adding or     *
      * removing needs a posting-level operator, and a STOP memo,     *
      * which refuses teller posting unless a supervisor overrides    *
      * it, needs a level-3 supervisor either way.  Rows are never    *
      * deleted -- a removed memo stays on file under its remover for *
      * the audit trail.  First-time-in versus re-entry is told apart *
      * with EIBCALEN, the ordinary CICS way.                         *
      ******************************************************************
       Identification division.
       Program-id. "TellMemo".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy MemoMap.
           Copy DFHAID.
           Copy DFHBMSCA.
           Copy AcctRec.
           Copy AcctMemo.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- every transaction verifies the keyed
      *  operator against OPERFILE before doing anything else; the
      *  listing is open to any level, maintenance is checked per
      *  action (see 4050-Check-Maint-Level)
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 1.

       01  Business-Date             pic 9(8) value zero.
       01  Teller-Account-Number     pic 9(6) value zero.
       01  Teller-Action             pic X(01) value spaces.
           88 Action-Add-Memo           value "A".
           88 Action-Remove-Memo        value "R".
       01  Teller-Sequence           pic 9(3) value zero.
       01  Teller-Severity           pic X(01) value spaces.
       01  Teller-Expiry-Date        pic 9(8) value zero.

      *  one browse of the account's memos serves both the listing
      *  and the add: every row, removed or not, counts toward the
      *  next free sequence, and the active ones list
       01  MemoDone-Switch           pic X(01) value "N".
           88 MemoBrowseDone            value "Y".
       01  Memo-Rows-Found           pic 9(3) value zero.
       01  Memo-Lines-Filled         pic 9(1) value zero.
       01  Next-Memo-Sequence        pic 9(4) value zero.
       01  Memo-Header-Work.
           05 Filler                 pic X(09) value "SEQ SEV  ".
           05 Filler                 pic X(10) value "MEMO TEXT ".
           05 MH-Note                pic X(41) value spaces.
           05 Filler                 pic X(11) value "EXPIRES".
           05 Filler                 pic X(08) value "ENTERED".
       01  Memo-Line-Work.
           05 ML-Sequence            pic 9(3).
           05 Filler                 pic X(01) value space.
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
                  Transid ('TMEM')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLMEMO
           Move "ENTER AN ACCOUNT - THEN A OR R WITH THE MEMO"
               to MSGLO

           Exec Cics Send Map ('TELLMEM')
               Mapset  ('MEMOMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TMEM')
               Commarea (DFHCOMMAREA)
           End-Exec.

       3000-Receive-And-Maintain.
           Exec Cics Receive Map ('TELLMEM')
               Mapset ('MEMOMAP')
               Into   (TELLMEMI)
           End-Exec

           Move Low-Values to TELLMEMO

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
               When Action-Add-Memo
                   Perform 4000-Add-Memo
               When Action-Remove-Memo
                   Perform 4400-Remove-Memo
               When other
                   Move "MEMOS LISTED - KEY A OR R TO MAINTAIN"
                       to MSGLO
           End-Evaluate

           Perform 3500-List-Memos
           Perform 5000-Redisplay-Map.

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
      * A keyed Startbr on ACCTMEMO at the account's first sequence.  *
      * Every row counts toward the next free sequence; the active    *
      * ones -- not removed, not past an expiry date -- list, up to   *
      * eight, with the heading noting any more.  NOTFND simply lists *
      * none.                                                         *
      *****************************************************************
       3500-List-Memos.
           Move zero to Memo-Rows-Found Memo-Lines-Filled
           Move 1 to Next-Memo-Sequence
           Move "N" to MemoDone-Switch
           Move spaces to MH-Note
           Move Memo-Header-Work to LHDRO
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
           Perform 3520-Browse-One-Memo
               Until MemoBrowseDone
           Exec Cics Endbr
               File ('ACCTMEMO')
               Resp (WS-Resp)
           End-Exec
           If Memo-Rows-Found > 8
              Move "(MORE)" to MH-Note
              Move Memo-Header-Work to LHDRO
           End-If.

       3520-Browse-One-Memo.
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
           Compute Next-Memo-Sequence = Memo-Sequence + 1
           If Memo-Is-Removed
              Exit Paragraph
           End-If
           If Memo-Expiry-Date not = zero
                 and Memo-Expiry-Date < Business-Date
              Exit Paragraph
           End-If
           Add 1 to Memo-Rows-Found
           If Memo-Lines-Filled >= 8
              Exit Paragraph
           End-If
           Add 1 to Memo-Lines-Filled
           Perform 3600-Format-Memo-Line
           Evaluate Memo-Lines-Filled
               When 1
                   Move Memo-Line-Work to L1O
               When 2
                   Move Memo-Line-Work to L2O
               When 3
                   Move Memo-Line-Work to L3O
               When 4
                   Move Memo-Line-Work to L4O
               When 5
                   Move Memo-Line-Work to L5O
               When 6
                   Move Memo-Line-Work to L6O
               When 7
                   Move Memo-Line-Work to L7O
               When 8
                   Move Memo-Line-Work to L8O
           End-Evaluate.

       3600-Format-Memo-Line.
           Move Memo-Sequence to ML-Sequence
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
           End-If.

      *****************************************************************
      * Add: a severity of I, W or S, some text, and an expiry date   *
      * that is not already past (blank -- no expiry).  The memo      *
      * takes the next sequence after every row on file, removed ones *
      * included, so a sequence is never reused.  Each check that     *
      * refuses leaves its message in MSGLO, which is otherwise still *
      * the low-values the map was cleared to.                        *
      *****************************************************************
       4000-Add-Memo.
           Move spaces to Teller-Severity
           If SEVL not = zero
              Move SEVI to Teller-Severity
           End-If
           Move Teller-Severity to Memo-Severity
           If not Memo-Severity-Is-Valid
              Move "KEY I (INFORMATION), W (WARNING) OR S (STOP)"
                  to MSGLO
              Exit Paragraph
           End-If
           Perform 4050-Check-Maint-Level
           If MSGLO not = Low-Values
              Exit Paragraph
           End-If
           If MTEXTL = zero or MTEXTI = spaces
              Move "PLEASE ENTER THE MEMO TEXT" to MSGLO
              Exit Paragraph
           End-If
           Move zero to Teller-Expiry-Date
           If EXPDTL not = zero
              If EXPDTI is not numeric
                 Move "EXPIRY DATE MUST BE YYYYMMDD" to MSGLO
                 Exit Paragraph
              End-If
              Move EXPDTI to Teller-Expiry-Date
           End-If
           If Teller-Expiry-Date not = zero
                 and Teller-Expiry-Date < Business-Date
              Move "EXPIRY DATE IS ALREADY PAST" to MSGLO
              Exit Paragraph
           End-If

           Perform 3500-List-Memos
           If Next-Memo-Sequence > 999
              Move "NO MEMO SEQUENCES LEFT ON THIS ACCOUNT" to MSGLO
              Exit Paragraph
           End-If

           Move spaces to Acct-Memo-Record
           Move Teller-Account-Number to Memo-Account-Number
           Move Next-Memo-Sequence    to Memo-Sequence
           Move Teller-Severity       to Memo-Severity
           Move MTEXTI                to Memo-Text
           Move Oper-Id               to Memo-Entered-By
           Move Business-Date         to Memo-Entered-Date
           Move Teller-Expiry-Date    to Memo-Expiry-Date
           Set Memo-Is-Active         to true
           Move zero                  to Memo-Removed-Date
           Exec Cics Write
               File   ('ACCTMEMO')
               From   (Acct-Memo-Record)
               Ridfld (Memo-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO ADD THE MEMO - SEE THE SYSTEM LOG"
                  to MSGLO
              Exit Paragraph
           End-If
           Move Memo-Sequence to Teller-Sequence
           Move "MEMO ADDED - PF3 TO END" to MSGLO.

      *  adding or removing a memo needs a posting-level operator; a
      *  STOP memo, which holds up every teller posting, a level-3
      *  supervisor -- the severity is the memo's own on a remove
       4050-Check-Maint-Level.
           If Oper-Auth-Level < 2
              Move "MEMO MAINTENANCE NEEDS A POSTING-LEVEL OPERATOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If Memo-Is-Stop and not Oper-Level-Supervisor
              Move "STOP MEMOS NEED A LEVEL-3 SUPERVISOR" to MSGLO
           End-If.

      *****************************************************************
      * Remove: the listed memo is marked removed under this operator *
      * and the business date, never deleted, so the audit trail      *
      * keeps who put it on and who took it off.                      *
      *****************************************************************
       4400-Remove-Memo.
           If Teller-Sequence = zero
              Move "KEY THE SEQUENCE OF THE LISTED MEMO" to MSGLO
              Exit Paragraph
           End-If
           Move Teller-Account-Number to Memo-Account-Number
           Move Teller-Sequence       to Memo-Sequence
           Exec Cics Read
               File     ('ACCTMEMO')
               Into     (Acct-Memo-Record)
               Ridfld   (Memo-Key)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "NO MEMO UNDER THAT SEQUENCE" to MSGLO
              Exit Paragraph
           End-If
           If Memo-Is-Removed
              Move "MEMO IS ALREADY REMOVED" to MSGLO
              Perform 4450-Unlock-Memo
              Exit Paragraph
           End-If
           Perform 4050-Check-Maint-Level
           If MSGLO not = Low-Values
              Perform 4450-Unlock-Memo
              Exit Paragraph
           End-If
           Set Memo-Is-Removed to true
           Move Oper-Id       to Memo-Removed-By
           Move Business-Date to Memo-Removed-Date
           Exec Cics Rewrite
               File ('ACCTMEMO')
               From (Acct-Memo-Record)
               Resp (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO REWRITE THE MEMO" to MSGLO
              Exit Paragraph
           End-If
           Move "MEMO REMOVED - PF3 TO END" to MSGLO.

       4450-Unlock-Memo.
           Exec Cics Unlock
               File ('ACCTMEMO')
           End-Exec.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Teller-Account-Number to ACCTNOO
           Move Teller-Action   to ACTIONO
           Move Teller-Sequence to SEQNOO

           Exec Cics Send Map ('TELLMEM')
               Mapset  ('MEMOMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * Any unexpected CICS condition ends the conversation cleanly   *
      * rather than abending the teller's session.                    *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY YOUR SUPERVISOR"
               to MSGLO
           Exec Cics Send Map ('TELLMEM')
               Mapset  ('MEMOMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellMemo".
