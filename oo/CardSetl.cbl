       cbl thread,pgmname(longmixed)
      ******************************************************************
      * CardSetl.cbl                                                   *
      *----------------------------------------------------------------*
      * Debit card settlement matching (NightlyRun stage 28, right    *
      * after the authorization stage).  Reads the CARDSETL file from *
      * the card processor and matches each settled item to its       *
      * authorization on CARDHOLD by the network retrieval reference: *
      * the CARD hold that authorization placed is released -- that   *
      * one ledger record, not the oldest hold on the account -- and  *
      * the settled amount is debited through the Account object, so  *
      * it is journaled like any other debit.  The network has        *
      * already paid the merchant, so a settlement is posted even     *
      * when it overdraws the account, differs from the amount        *
      * authorized, or arrives with no authorization at all; the last *
      * is registered on CARDHOLD as settled so a rerun cannot post   *
      * it twice.  What cannot be posted -- an unknown card, a card   *
      * that does not match the authorization, an account that is not *
      * open, an item already settled -- is left for the card desk.   *
      * Then every authorization still open whose hold has reached    *
      * its expiry is marked dropped; the HoldExpire stage releases   *
      * the hold itself the same night.  Every mismatch and drop-off  *
      * goes on CARDMISM.                                             *
      ******************************************************************
       Identification division.
       Program-id. "CardSetl" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select CardSettleFile Assign to "CARDSETL"
               Organization is Sequential
               File Status is CardSettleFileStatus.
           Select CardMasterFile Assign to "CARDMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Card-Number
               File Status is CardMasterStatus.
           Select CardHoldFile Assign to "CARDHOLD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Chold-Reference
               File Status is CardHoldStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select MismatchReport Assign to "CARDMISM"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  CardSettleFile.
           Copy CardSetl.
       FD  CardMasterFile.
           Copy CardRec.
       FD  CardHoldFile.
           Copy CardHold.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  MismatchReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  CardSettleFileStatus   pic X(02) value spaces.
           88 CardSettleFileOK       value "00".
       01  CardMasterStatus       pic X(02) value spaces.
           88 CardMasterOK           value "00".
       01  CardHoldStatus         pic X(02) value spaces.
           88 CardHoldOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  SettleEOF-Switch       pic X(01) value "N".
           88 NoMoreSettleRecords    value "Y".
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreHoldRecords      value "Y".
       01  MasterFound-Switch     pic X(01) value "N".
           88 MasterRecordFound      value "Y".
       01  Posted-Switch          pic X(01) value "N".
           88 ItemWasPosted          value "Y".

       01  Today                  pic 9(8) value zero.
       01  Settle-Account         pic 9(6) value zero.
       01  Settle-Amount          pic S9(9) binary value zero.
       01  Settle-Auth-Amount     pic S9(9) binary value zero.
       01  Released-Amount        pic S9(9) binary value zero.
       01  Mismatch-Reason        pic X(24) value spaces.

       01  ItemsRead              pic 9(07) value zero.
       01  ItemsMatched           pic 9(07) value zero.
       01  ItemsUnmatched         pic 9(07) value zero.
       01  ItemsNotPosted         pic 9(07) value zero.
       01  AuthsDropped           pic 9(07) value zero.
       01  PostedTotal            pic S9(11) binary value zero.
       01  DroppedTotal           pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "CARD SETTLEMENT MISMATCHES    ".
           05 H1-Date             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(48) value
              "REFERENCE     CARD NUMBER       ACCOUNT AUTHORIZ".
           05 Filler              pic X(43) value
              "ED     SETTLED  REASON                    P".
       01  Detail-Line.
           05 D-Reference         pic X(12).
           05 Filler              pic X(02) value spaces.
           05 D-Card              pic 9(16).
           05 Filler              pic X(02) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 D-Auth-Amount       pic ZZZ,ZZZ,ZZ9.
           05 Filler              pic X(01) value spaces.
           05 D-Settle-Amount     pic ZZZ,ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 D-Reason            pic X(24).
           05 Filler              pic X(02) value spaces.
           05 D-Posted            pic X(01).
       01  Summary-Line-1.
           05 Filler              pic X(10) value "MATCHED:  ".
           05 S-Matched           pic ZZZ,ZZ9.
           05 Filler              pic X(14) value "  UNMATCHED:  ".
           05 S-Unmatched         pic ZZZ,ZZ9.
           05 Filler              pic X(15) value "  NOT POSTED:  ".
           05 S-Not-Posted        pic ZZZ,ZZ9.
           05 Filler              pic X(10) value "  POSTED: ".
           05 S-Posted            pic $$$$,$$$,$$9.
       01  Summary-Line-2.
           05 Filler              pic X(10) value "DROPPED:  ".
           05 S-Dropped           pic ZZZ,ZZ9.
           05 Filler              pic X(14) value "  RELEASING:  ".
           05 S-Dropped-Amount    pic $$$$,$$$,$$9.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Match-One-Settlement
               Until NoMoreSettleRecords
           Perform 3000-Drop-Stale-Auths
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "CardSetl: card settlement matching starting"
           Call "GetBusDate" using Today
           Open Output MismatchReport
           Move Today to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line

           Open I-O CardHoldFile
           If CardHoldStatus = "35"
              Open Output CardHoldFile
              Close CardHoldFile
              Open I-O CardHoldFile
           End-If
           If not CardHoldOK
              Display "CardSetl: unable to open CARDHOLD, rc="
                      CardHoldStatus
              Move "Y" to SettleEOF-Switch
              Move "Y" to HoldEOF-Switch
           End-If
           Open Input CardMasterFile
           If not CardMasterOK
              Display "CardSetl: unable to open CARDMAST, rc="
                      CardMasterStatus
              Move "Y" to SettleEOF-Switch
           End-If
           Open Input CardSettleFile
           If not CardSettleFileOK
      *  no settlements tonight still leaves the drop-off pass to run
              Display "CardSetl: no CARDSETL file tonight, rc="
                      CardSettleFileStatus
              Move "Y" to SettleEOF-Switch
           End-If
           Perform 1100-Read-Settlement.

       1100-Read-Settlement.
           If not NoMoreSettleRecords
              Read CardSettleFile
                  At End
                      Move "Y" to SettleEOF-Switch
                  Not At End
                      Add 1 to ItemsRead
              End-Read
           End-If.

      *****************************************************************
      * One settled item, matched by reference.  A reference not on   *
      * the register is an unmatched settlement; one on it is matched *
      * unless it has already settled or was authorized on a          *
      * different card.                                               *
      *****************************************************************
       2000-Match-One-Settlement.
           Move spaces to Mismatch-Reason
           Move "N" to Posted-Switch
           Move zero to Settle-Account
           Move zero to Settle-Auth-Amount
           If Cardset-Amount not numeric or Cardset-Amount = zero
              Move zero to Settle-Amount
              Move "INVALID AMOUNT" to Mismatch-Reason
              Perform 2900-Report-Mismatch
              Perform 1100-Read-Settlement
              Exit Paragraph
           End-If
           Move Cardset-Amount to Settle-Amount

           Move Cardset-Reference to Chold-Reference
           Read CardHoldFile
               Invalid Key
                   Perform 2300-Post-Unmatched-Settlement
               Not Invalid Key
                   Perform 2100-Post-Matched-Settlement
           End-Read
           Perform 1100-Read-Settlement.

       2100-Post-Matched-Settlement.
           Move Chold-Account-Number to Settle-Account
           Move Chold-Amount         to Settle-Auth-Amount
           Evaluate True
               When Chold-Settled
                   Move "ALREADY SETTLED" to Mismatch-Reason
               When Chold-Card-Number not = Cardset-Card-Number
                   Move "CARD DIFFERS FROM AUTH" to Mismatch-Reason
               When Other
                   Perform 2500-Open-Settle-Account
           End-Evaluate
           If Mismatch-Reason not = spaces
              Perform 2900-Report-Mismatch
              Exit Paragraph
           End-If

           If Chold-Open
              Invoke workingAccount "releaseHoldRecord"
                using by value Chold-Hold-Seq
                returning Released-Amount
           End-If
           Invoke workingAccount "debit"
             using by value Settle-Amount
           Move "Y" to Posted-Switch
           Add 1 to ItemsMatched
           Add Settle-Amount to PostedTotal

           Evaluate True
               When Chold-Dropped
                   Move "SETTLED AFTER DROP-OFF" to Mismatch-Reason
               When Settle-Amount not = Chold-Amount
                   Move "AMOUNT DIFFERS FROM AUTH" to Mismatch-Reason
               When Other
                   Continue
           End-Evaluate
           Set Chold-Settled      to true
           Move Today             to Chold-Status-Date
           Move Settle-Amount     to Chold-Settled-Amount
           Rewrite Card-Hold-Record
           If Mismatch-Reason not = spaces
              Perform 2900-Report-Mismatch
           End-If.

      *****************************************************************
      * No authorization was ever memo-posted for this item (a stand- *
      * in approval the processor never sent us, say).  The card      *
      * tells us the account, and the debit posts all the same; it    *
      * goes on the register as settled with no hold behind it, so a  *
      * rerun, or the authorization turning up late, sees it is done. *
      *****************************************************************
       2300-Post-Unmatched-Settlement.
           Move Cardset-Card-Number to Card-Number
           Read CardMasterFile
               Invalid Key
                   Move "UNKNOWN CARD" to Mismatch-Reason
                   Perform 2900-Report-Mismatch
                   Exit Paragraph
           End-Read
           Move Card-Account-Number to Settle-Account
           Perform 2500-Open-Settle-Account
           If Mismatch-Reason not = spaces
              Perform 2900-Report-Mismatch
              Exit Paragraph
           End-If

           Invoke workingAccount "debit"
             using by value Settle-Amount
           Move "Y" to Posted-Switch
           Add 1 to ItemsUnmatched
           Add Settle-Amount to PostedTotal

           Move spaces to Card-Hold-Record
           Move Cardset-Reference   to Chold-Reference
           Move Cardset-Card-Number to Chold-Card-Number
           Move Settle-Account      to Chold-Account-Number
           Move space               to Chold-Channel
           Move zero                to Chold-Amount
           Move Cardset-Settle-Date to Chold-Auth-Date
           Move Cardset-Merchant    to Chold-Merchant
           Move zero                to Chold-Hold-Seq
           Move zero                to Chold-Hold-Expiry
           Set Chold-Settled        to true
           Move Today               to Chold-Status-Date
           Move Settle-Amount       to Chold-Settled-Amount
           Write Card-Hold-Record
               Invalid Key
                   Display "CardSetl: unable to register settlement "
                           Cardset-Reference ", rc=" CardHoldStatus
           End-Write
           Move "NO AUTHORIZATION ON FILE" to Mismatch-Reason
           Perform 2900-Report-Mismatch.

      *****************************************************************
      * The account has to be on file and open before anything is     *
      * posted to it -- "debit" would quietly refuse a closed, frozen *
      * or charged-off account and the item would be lost.  Read on   *
      * this program's own connector, the AchPost convention, since   *
      * "createAccount" would create a missing account.  Leaves       *
      * Mismatch-Reason at spaces and workingAccount set when the     *
      * item may post.                                                *
      *****************************************************************
       2500-Open-Settle-Account.
           Move "N" to MasterFound-Switch
           Open Input AcctMasterFile
           If AcctMasterOK
              Move Settle-Account to Master-Account-Number
              Read AcctMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Set MasterRecordFound to true
              End-Read
              Close AcctMasterFile
           End-If
           If not MasterRecordFound
              Move "NO ACCOUNT ON FILE" to Mismatch-Reason
              Exit Paragraph
           End-If
           If not Master-Status-Open
              Move "ACCOUNT NOT OPEN" to Mismatch-Reason
              Exit Paragraph
           End-If
           Invoke Account "createAccount"
             using by value Settle-Account
             returning workingAccount
           If workingAccount = Null
              Move "NO ACCOUNT ON FILE" to Mismatch-Reason
           End-If.

       2900-Report-Mismatch.
           If not ItemWasPosted
              Add 1 to ItemsNotPosted
           End-If
           Move Cardset-Reference   to D-Reference
           Move Cardset-Card-Number to D-Card
           Move Settle-Account      to D-Account
           Move Settle-Auth-Amount  to D-Auth-Amount
           Move Settle-Amount       to D-Settle-Amount
           Move Mismatch-Reason     to D-Reason
           If ItemWasPosted
              Move "Y" to D-Posted
           Else
              Move "N" to D-Posted
           End-If
           Move Detail-Line to Report-Line
           Write Report-Line.

      *****************************************************************
      * Drop-off pass: every authorization still open whose hold has  *
      * reached its expiry date is marked dropped and listed.  The    *
      * hold itself carries the same expiry, so the HoldExpire stage  *
      * releases it off the ledger tonight.                           *
      *****************************************************************
       3000-Drop-Stale-Auths.
           If not NoMoreHoldRecords
              Move low-values to Chold-Reference
              Start CardHoldFile Key is Not Less Than Chold-Reference
                  Invalid Key
                      Move "Y" to HoldEOF-Switch
              End-Start
           End-If
           Perform 3100-Read-Next-Hold
           Perform 3200-Check-One-Hold
               Until NoMoreHoldRecords.

       3100-Read-Next-Hold.
           If not NoMoreHoldRecords
              Read CardHoldFile Next Record
                  At End
                      Move "Y" to HoldEOF-Switch
              End-Read
           End-If.

       3200-Check-One-Hold.
           If Chold-Open and Chold-Hold-Expiry not = zero
                 and Chold-Hold-Expiry <= Today
              Set Chold-Dropped to true
              Move Today to Chold-Status-Date
              Rewrite Card-Hold-Record
              Add 1 to AuthsDropped
              Add Chold-Amount to DroppedTotal
              Move Chold-Reference      to D-Reference
              Move Chold-Card-Number    to D-Card
              Move Chold-Account-Number to D-Account
              Move Chold-Amount         to D-Auth-Amount
              Move zero                 to D-Settle-Amount
              Move "DROPPED UNSETTLED"  to D-Reason
              Move "N"                  to D-Posted
              Move Detail-Line to Report-Line
              Write Report-Line
           End-If
           Perform 3100-Read-Next-Hold.

       9000-Terminate.
           Move ItemsMatched   to S-Matched
           Move ItemsUnmatched to S-Unmatched
           Move ItemsNotPosted to S-Not-Posted
           Move PostedTotal    to S-Posted
           Move Summary-Line-1 to Report-Line
           Write Report-Line
           Move AuthsDropped   to S-Dropped
           Move DroppedTotal   to S-Dropped-Amount
           Move Summary-Line-2 to Report-Line
           Write Report-Line
           Close MismatchReport
           Close CardSettleFile
           Close CardMasterFile
           Close CardHoldFile
           Display "CardSetl: read=" ItemsRead
                   " matched=" ItemsMatched
                   " unmatched=" ItemsUnmatched
                   " not-posted=" ItemsNotPosted
                   " dropped=" AuthsDropped
                   " posted=" PostedTotal.

       End program "CardSetl".
