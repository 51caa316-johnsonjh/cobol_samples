      ******************************************************************
      * ACCTMEMO.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed account alert-memo file (ACCTMEMO), one record per memo *
      * a teller or supervisor has put on an account -- "customer     *
      * deceased, see legal", "verify ID on all withdrawals" -- keyed *
      * by account number and a three-digit sequence.  Maintained     *
      * online by the TellMemo transaction; TellInq, TellPost,        *
      * TellMlt and CustInq show the account's active memos on the    *
      * screen.  A memo is active until its expiry date (zero -- no   *
      * expiry) unless removed, and a removed memo stays on file      *
      * under its remover for the audit trail.  A STOP memo refuses   *
      * teller posting to the account unless a level-3 supervisor     *
      * overrides it, and every override is written to MEMOOVR (see   *
      * MemoOvr.cpy).                                                 *
      ******************************************************************
       01 Acct-Memo-Record.
          05 Memo-Key.
             10 Memo-Account-Number pic 9(6).
             10 Memo-Sequence       pic 9(3).
          05 Memo-Severity          pic X(01).
             88 Memo-Is-Info           value "I".
             88 Memo-Is-Warning        value "W".
             88 Memo-Is-Stop           value "S".
             88 Memo-Severity-Is-Valid values "I" "W" "S".
          05 Memo-Text              pic X(50).
          05 Memo-Entered-By        pic X(08).
          05 Memo-Entered-Date      pic 9(08).
          05 Memo-Expiry-Date       pic 9(08).
          05 Memo-Status            pic X(01).
             88 Memo-Is-Active         value "A".
             88 Memo-Is-Removed        value "R".
          05 Memo-Removed-By        pic X(08).
          05 Memo-Removed-Date      pic 9(08).
          05 Filler                 pic X(20).
      ***********************
      * End of ACCTMEMO.CPY *
      ***********************
