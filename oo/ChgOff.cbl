       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ChgOff.cbl                                                     *
      *----------------------------------------------------------------*
      * Nightly charge-off and recovery stage.  Reads the ODAGED       *
      * extract OdAging wrote from tonight's aging, and every account  *
      * overdrawn for at least the charge-off age (CHGOFFDAYS in the  *
      * SYSPARM, three digits, default 60 consecutive business        *
      * days) is charged off through Account's own "chargeOff": the   *
      * negative balance is written off to loan loss, journaled under  *
      * its own type, and the account closed to ordinary activity --   *
      * with its overdraft-interest bucket dropped, so OdChg never     *
      * accrues or posts on it again.  Money later received on a       *
      * charged-off account is journaled by the Account class as a     *
      * recovery rather than a credit; this stage totals the day's     *
      * recoveries off JRNLFILE.  Every write-off and recovery goes to *
      * the CHGOFFLG event log for the month-end report, and both      *
      * feed GLPOST as summarized pairs -- write-offs to the loan-loss *
      * account, recoveries to the recovery account.                   *
      ******************************************************************
       Identification division.
       Program-id. "ChgOff" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".
       Input-Output Section.
       File-Control.
           Select AgedExtractFile Assign to "ODAGED"
               Organization is Sequential
               File Status is AgedFileStatus.
           Select OdAccrualFile Assign to "ODACCR"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is OdAccr-Account-Number
               File Status is OdAccrualStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select ChgOffLogFile Assign to "CHGOFFLG"
               Organization is Sequential
               File Status is ChgOffLogStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
       Data Division.
       File Section.
       FD  AgedExtractFile.
           Copy OdAged.
       FD  OdAccrualFile.
           Copy OdAccr.
       FD  JournalFile.
           Copy Journal.
       FD  ChgOffLogFile.
           Copy ChgOffLg.
       FD  GLPostFile.
           Copy GLPost.

       Working-Storage Section.
       01  AgedFileStatus         pic X(02) value spaces.
           88 AgedFileOK             value "00" "10".
       01  OdAccrualStatus        pic X(02) value spaces.
           88 OdAccrualOK            value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalFileOK          value "00".
       01  ChgOffLogStatus        pic X(02) value spaces.
       01  GLPostFileStatus       pic X(02) value spaces.

       01  AgedEOF-Switch         pic X(01) value "N".
           88 NoMoreAgedRecords      value "Y".
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  AccrOpen-Switch        pic X(01) value "N".
           88 AccrualFileOpen        value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Age-Env-Value          pic X(03) value spaces.
       01  Charge-Off-Days        pic 9(3) value 60.
       01  Charged-Off-Amount     pic S9(9) binary value zero.

       01  AccountsReviewed       pic 9(7) value zero.
       01  AccountsChargedOff     pic 9(7) value zero.
       01  TotalChargedOff        pic S9(9) binary value zero.
       01  RecoveriesFound        pic 9(7) value zero.
       01  TotalRecovered         pic S9(9) binary value zero.
       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.

           Copy ParmReq.

       Local-storage section.
       01  workingAccount         usage object reference Account.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Review-One-Account
               Until NoMoreAgedRecords
           Perform 3000-Collect-Recoveries
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ChgOff: charge-off and recovery stage starting"
           Call "GetBusDate" using Business-Date
           Move "ChgOff" to Parm-Req-Program
           Move Charge-Off-Days to Age-Env-Value
           Move "CHGOFFDAYS" to Parm-Req-Name
           Move Age-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Age-Env-Value
           If Age-Env-Value is numeric
                 and Age-Env-Value not = "000"
              Move Age-Env-Value to Charge-Off-Days
           End-If

           Open Extend ChgOffLogFile
           If ChgOffLogStatus = "35"
              Open Output ChgOffLogFile
           End-If

           Open I-O OdAccrualFile
           If OdAccrualOK
              Move "Y" to AccrOpen-Switch
           Else
              Display "ChgOff: no ODACCR buckets to drop, rc="
                      OdAccrualStatus
           End-If

           Open Input AgedExtractFile
           If not AgedFileOK
              Display "ChgOff: no ODAGED extract, nothing to charge "
                      "off, rc=" AgedFileStatus
              Move "Y" to AgedEOF-Switch
              Exit Paragraph
           End-If
           Perform 1100-Read-Aged.

       1100-Read-Aged.
           If not NoMoreAgedRecords
              Read AgedExtractFile
                  At End
                      Move "Y" to AgedEOF-Switch
              End-Read
           End-If.

       2000-Review-One-Account.
           Add 1 to AccountsReviewed
           If OdAged-Consec-Days >= Charge-Off-Days
              Perform 2100-Charge-Off-One-Account
           End-If
           Perform 1100-Read-Aged.

      *****************************************************************
      * "chargeOff" proves the account is still overdrawn and not     *
      * already closed or charged off, and returns what it actually   *
      * wrote off -- the live balance, not the aging's snapshot       *
      * amount -- so a customer who paid down today is written off    *
      * only for what is still owed, and one who paid up not at all.  *
      *****************************************************************
       2100-Charge-Off-One-Account.
           Invoke Account "createAccount"
             using by value OdAged-Account-Number
             returning workingAccount
           If workingAccount = Null
              Display "ChgOff: unable to build account object "
                      "for account " OdAged-Account-Number
              Exit Paragraph
           End-If
           Invoke workingAccount "chargeOff"
             returning Charged-Off-Amount
           If Charged-Off-Amount not > zero
              Exit Paragraph
           End-If
           Add 1 to AccountsChargedOff
           Add Charged-Off-Amount to TotalChargedOff

           Move spaces to Charge-Off-Event
           Set ChgOff-Is-Charge-Off to true
           Move OdAged-Account-Number to ChgOff-Account-Number
           Move Business-Date         to ChgOff-Event-Date
           Move Charged-Off-Amount    to ChgOff-Amount
           Move OdAged-Consec-Days    to ChgOff-Days-Overdrawn
           Write Charge-Off-Event

           Perform 2200-Drop-OD-Accrual.

      *****************************************************************
      * Overdraft interest accrued but not yet posted is never        *
      * collected on a written-off account; the bucket is zeroed and  *
      * stamped so a posting night finds nothing to charge.            *
      *****************************************************************
       2200-Drop-OD-Accrual.
           If not AccrualFileOpen
              Exit Paragraph
           End-If
           Move OdAged-Account-Number to OdAccr-Account-Number
           Read OdAccrualFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Move zero to OdAccr-Accrued
           Move Business-Date to OdAccr-Last-Posted
           Rewrite OD-Accrual-Record.

      *****************************************************************
      * The day's recoveries are the recovery-type entries on the     *
      * active JRNLFILE -- the journal rolls once a night, after this *
      * stage, so every recovery is counted exactly once.              *
      *****************************************************************
       3000-Collect-Recoveries.
           Open Input JournalFile
           If not JournalFileOK
              Display "ChgOff: no JRNLFILE, no recoveries tonight, "
                      "rc=" JournalFileStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Journal
           Perform 3200-Note-One-Entry
               Until NoMoreJournalRecords
           Close JournalFile.

       3100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       3200-Note-One-Entry.
           If Journal-Recovery
              Add 1 to RecoveriesFound
              Add Journal-Amount to TotalRecovered
              Move spaces to Charge-Off-Event
              Set ChgOff-Is-Recovery to true
              Move Journal-Account-Number to ChgOff-Account-Number
              Move Journal-Date           to ChgOff-Event-Date
              Move Journal-Amount         to ChgOff-Amount
              Move zero                   to ChgOff-Days-Overdrawn
              Write Charge-Off-Event
           End-If
           Perform 3100-Read-Journal.

      *****************************************************************
      * Summarized GL feed: the write-offs debit loan loss and credit *
      * the DDA control the overdrawn balances sat in; the recoveries *
      * debit the clearing account the receipts came in through and   *
      * credit the recovery account.  A recovery never touches the    *
      * charged-off account's balance, so no deposit liability moves, *
      * and JrnlGl does not summarize the "Y" entries -- this is the  *
      * only place the cash is booked.                                 *
      *****************************************************************
       3500-Post-GL-Entries.
           If TotalChargedOff = zero and TotalRecovered = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "CHGOFF  "    to GL-Source-Program

           If TotalChargedOff > zero
              Move "5400-LOSS " to GL-Resolve-Default
              Call "GlResolv" using by content "CHGOFF  " "LOSS    "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Debit    to true
              Move TotalChargedOff to GL-Amount
              Move "OVERDRAFTS CHARGED OFF" to GL-Description
              Write GL-Posting-Record

              Move "2000-DDACTL" to GL-Resolve-Default
              Call "GlResolv" using by content "CHGOFF  " "DDACTL  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit   to true
              Write GL-Posting-Record
           End-If

           If TotalRecovered > zero
              Move "1010-DEPCLR" to GL-Resolve-Default
              Call "GlResolv" using by content "CHGOFF  " "CLEARING"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Debit    to true
              Move TotalRecovered to GL-Amount
              Move "CHARGED-OFF RECOVERIES" to GL-Description
              Write GL-Posting-Record

              Move "4930-RECOV" to GL-Resolve-Default
              Call "GlResolv" using by content "CHGOFF  " "RECOVERY"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit   to true
              Write GL-Posting-Record
           End-If

           Close GLPostFile.

       9000-Terminate.
           If AgedFileOK
              Close AgedExtractFile
           End-If
           If AccrualFileOpen
              Close OdAccrualFile
           End-If
           Close ChgOffLogFile
           Perform 3500-Post-GL-Entries
           Display "ChgOff: reviewed=" AccountsReviewed
                   " charged off=" AccountsChargedOff
                   " amount=" TotalChargedOff
           Display "ChgOff: recoveries=" RecoveriesFound
                   " amount=" TotalRecovered.

       End program "ChgOff".
