       cbl thread,pgmname(longmixed)
      ******************************************************************
      * JrnlGl.cbl                                                     *
      *----------------------------------------------------------------*
      * Daily GL summarization of customer money movement.  Only the  *
      * fee, interest, escheat, FX, OD-interest and ACH-origination   *
      * runs used to write GLPOST, so the deposits, withdrawals,      *
      * cleared checks, transfers, ACH credits and teller cash that   *
      * move the deposit liability never reached the ledger.  This    *
      * stage reads the day's JRNLFILE ahead of the journal roll,     *
      * takes every credit, debit, paid check and reversal (and the   *
      * dispute credits and their reversals, whose offset Finance can *
      * point at dispute suspense through OFF3/OFF4), and sums        *
      * them by journal type, account type and the account's branch  *
      * (ACCTMAST Master-Branch-Code).  Each non-zero sum becomes one *
      * balanced GLPOST pair -- the deposit-liability account for the *
      * account type and branch against the clearing account for the *
      * journal type and branch -- both resolved through GLCHART      *
      * (GlResolv, source JRNLGL, categories LIAtbbb and OFFjbbb).    *
      * GlEdit and GlLoad then take the pairs like any other feed.    *
      * An entry flagged Journal-GL-Already-Booked is skipped: the    *
      * program that posted it books its own GL for that money.       *
      * Installment loans (type L) carry principal, not deposits, so  *
      * on a loan only the money-moving loan types are taken -- the   *
      * advance ("A") and the late-charge, interest and principal     *
      * legs of a payment ("J", "V", "X") -- each against the loan's  *
      * own account for that leg: loan principal (LNPRbbb) for the    *
      * advance and the principal, loan interest income (LNINbbb) for *
      * the interest, and for the late charge the same receivable     *
      * LoanBill books the charge to when it is assessed (LOANBILL    *
      * LATEREC), so a paid charge clears it.  Billed installments    *
      * and assessed charges move no cash and stay with LoanBill.     *
      ******************************************************************
       Identification division.
       Program-id. "JrnlGl".
       Environment division.
       Input-Output Section.
       File-Control.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
       Data Division.
       File Section.
       FD  JournalFile.
           Copy Journal.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  GLPostFile.
           Copy GLPost.

       Working-Storage Section.
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalFileOK          value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  GLPostFileStatus       pic X(02) value spaces.
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  MasterOpen-Switch      pic X(01) value "N".
           88 MasterIsOpen           value "Y".
       01  SumMatch-Switch        pic X(01) value "N".
           88 SumSlotMatched         value "Y".

       01  Entry-Account-Type     pic X(01) value space.
       01  Entry-Branch           pic X(03) value spaces.
       01  Entry-Net              pic S9(9) binary value zero.
       01  Last-Account-Number    pic 9(6) value zero.
       01  Sum-Search             pic 9(4) value zero.
       01  Sum-Found-Index        pic 9(4) value zero.
       01  Group-Amount           pic S9(11) binary value zero.

       01  EntriesRead            pic 9(7) value zero.
       01  EntriesSummarized      pic 9(7) value zero.
       01  EntriesAlreadyBooked   pic 9(7) value zero.
       01  EntriesOnLoans         pic 9(7) value zero.
       01  LoanEntriesSummarized  pic 9(7) value zero.
       01  PairsWritten           pic 9(5) value zero.
       01  TotalPosted            pic S9(11) binary value zero.

       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.
       01  Liability-Account      pic X(10) value spaces.
       01  Offset-Account         pic X(10) value spaces.
       01  Liability-Category.
           05 Filler              pic X(03) value "LIA".
           05 LC-Account-Type     pic X(01).
           05 LC-Branch           pic X(03).
           05 Filler              pic X(01) value space.
       01  Loan-Category.
           05 Filler              pic X(02) value "LN".
           05 LN-Component        pic X(02).
           05 LN-Branch           pic X(03).
           05 Filler              pic X(01) value space.
       01  Offset-Category.
           05 Filler              pic X(03) value "OFF".
           05 OC-Journal-Type     pic X(01).
           05 OC-Branch           pic X(03).
           05 Filler              pic X(01) value space.
       01  Group-Description.
           05 Filler              pic X(13) value "JRNL SUMMARY ".
           05 GD-Journal-Type     pic X(01).
           05 Filler              pic X(06) value " ACCT ".
           05 GD-Account-Type     pic X(01).
           05 Filler              pic X(04) value " BR ".
           05 GD-Branch           pic X(03).
           05 Filler              pic X(02) value spaces.

      *****************************************************************
      * One slot per journal type / account type / branch: the net   *
      * the day's entries moved the deposit liability, positive for  *
      * money in -- on a loan, money paid in positive and the        *
      * advance paid out negative.                                    *
      *****************************************************************
       01  SumCount               pic 9(4) value zero.
       01  Summary-Table.
           05 Summary-Entry occurs 0 to 2000 times
                 depending on SumCount.
              10 SUM-Journal-Type    pic X(01).
              10 SUM-Account-Type    pic X(01).
              10 SUM-Branch          pic X(03).
              10 SUM-Net             pic S9(11) binary.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Summarize-One-Entry
               Until NoMoreJournalRecords
           Perform 3000-Post-GL-Groups
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "JrnlGl: daily GL summarization starting"
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to MasterOpen-Switch
           Else
              Display "JrnlGl: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to JournalEOF-Switch
              Exit Paragraph
           End-If
           Open Input JournalFile
           If not JournalFileOK
              Display "JrnlGl: no JRNLFILE to summarize, rc="
                      JournalFileStatus
              Move "Y" to JournalEOF-Switch
              Exit Paragraph
           End-If
           Perform 1100-Read-Journal.

       1100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * The account's type and branch come off the master, read only *
      * when the account changes -- the journal runs in long streaks *
      * for the same account.  An account no longer on ACCTMAST sums  *
      * under a blank type and branch and takes the default accounts. *
      *****************************************************************
       1200-Find-Account-Detail.
           If Journal-Account-Number = Last-Account-Number
                 and Last-Account-Number not = zero
              Exit Paragraph
           End-If
           Move Journal-Account-Number to Last-Account-Number
           Move Journal-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Move space  to Entry-Account-Type
                   Move spaces to Entry-Branch
               Not Invalid Key
                   Move Master-Account-Type to Entry-Account-Type
                   Move Master-Branch-Code  to Entry-Branch
           End-Read.

       2000-Summarize-One-Entry.
           Add 1 to EntriesRead
           Evaluate true
              When Journal-Loan-Advance
              When Journal-Loan-Late-Paid
              When Journal-Loan-Interest
              When Journal-Loan-Principal
                 Move zero to Entry-Net
              When Journal-Credit
                 Move Journal-Amount to Entry-Net
              When Journal-Reversal
                 Move Journal-Amount to Entry-Net
              When Journal-Dispute-Credit
                 Move Journal-Amount to Entry-Net
              When Journal-Debit or Journal-Check
                 Compute Entry-Net = zero - Journal-Amount
              When Journal-Dispute-Reversal
                 Compute Entry-Net = zero - Journal-Amount
              When other
                 Perform 1100-Read-Journal
                 Exit Paragraph
           End-Evaluate
           If Journal-GL-Already-Booked
              Add 1 to EntriesAlreadyBooked
              Perform 1100-Read-Journal
              Exit Paragraph
           End-If
           Perform 1200-Find-Account-Detail
           If Entry-Account-Type = "L"
              Perform 2050-Loan-Entry-Net
           End-If
           If Entry-Net = zero
              If Entry-Account-Type = "L"
                 Add 1 to EntriesOnLoans
              End-If
              Perform 1100-Read-Journal
              Exit Paragraph
           End-If
           Perform 2100-Find-Summary-Slot
           If Sum-Found-Index > zero
              Add Entry-Net to SUM-Net(Sum-Found-Index)
              Add 1 to EntriesSummarized
              If Entry-Account-Type = "L"
                 Add 1 to LoanEntriesSummarized
              End-If
           End-If
           Perform 1100-Read-Journal.

      *****************************************************************
      * A loan's entry reaches the ledger only when it is one of the  *
      * loan types that moves cash; a deposit type on a loan, which  *
      * should never be there, comes back zero and is counted as     *
      * left to the loan runs.                                        *
      *****************************************************************
       2050-Loan-Entry-Net.
           Evaluate true
              When Journal-Loan-Late-Paid
              When Journal-Loan-Interest
              When Journal-Loan-Principal
                 Move Journal-Amount to Entry-Net
              When Journal-Loan-Advance
                 Compute Entry-Net = zero - Journal-Amount
              When other
                 Move zero to Entry-Net
           End-Evaluate.

       2100-Find-Summary-Slot.
           Move "N" to SumMatch-Switch
           Move zero to Sum-Found-Index
           Perform 2110-Match-One-Slot
               Varying Sum-Search from 1 by 1
               Until Sum-Search > SumCount
                  or SumSlotMatched
           If not SumSlotMatched
              If SumCount < 2000
                 Add 1 to SumCount
                 Move Journal-Type to SUM-Journal-Type(SumCount)
                 Move Entry-Account-Type
                   to SUM-Account-Type(SumCount)
                 Move Entry-Branch to SUM-Branch(SumCount)
                 Move zero to SUM-Net(SumCount)
                 Move SumCount to Sum-Found-Index
              Else
                 Display "JrnlGl: summary table full, entry for "
                         "account " Journal-Account-Number
                         " not summarized"
              End-If
           End-If.

       2110-Match-One-Slot.
           If SUM-Journal-Type(Sum-Search) = Journal-Type
                 and SUM-Account-Type(Sum-Search) = Entry-Account-Type
                 and SUM-Branch(Sum-Search) = Entry-Branch
              Move Sum-Search to Sum-Found-Index
              Set SumSlotMatched to true
           End-If.

      *****************************************************************
      * One balanced pair per non-zero group: money in debits the    *
      * clearing account and credits the deposit liability (on a     *
      * loan, the loan account for the leg); money out the reverse.  *
      *****************************************************************
       3000-Post-GL-Groups.
           If SumCount = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           Perform 3100-Post-One-Group
               Varying Sum-Search from 1 by 1
               Until Sum-Search > SumCount
           Close GLPostFile.

       3100-Post-One-Group.
           If SUM-Net(Sum-Search) = zero
              Exit Paragraph
           End-If
           Perform 3200-Resolve-Group-Accounts
           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "JRNLGL  " to GL-Source-Program
           Move SUM-Journal-Type(Sum-Search) to GD-Journal-Type
           Move SUM-Account-Type(Sum-Search) to GD-Account-Type
           Move SUM-Branch(Sum-Search)       to GD-Branch
           Move Group-Description to GL-Description
           If SUM-Net(Sum-Search) > zero
              Move SUM-Net(Sum-Search) to Group-Amount
              Move Offset-Account    to GL-Account-Number
              Set GL-Is-Debit        to true
              Move Group-Amount      to GL-Amount
              Write GL-Posting-Record
              Move Liability-Account to GL-Account-Number
              Set GL-Is-Credit       to true
              Write GL-Posting-Record
           Else
              Compute Group-Amount = zero - SUM-Net(Sum-Search)
              Move Liability-Account to GL-Account-Number
              Set GL-Is-Debit        to true
              Move Group-Amount      to GL-Amount
              Write GL-Posting-Record
              Move Offset-Account    to GL-Account-Number
              Set GL-Is-Credit       to true
              Write GL-Posting-Record
           End-If
           Add 1 to PairsWritten
           Add Group-Amount to TotalPosted.

      *****************************************************************
      * Resolves the pair's accounts through GLCHART.  The defaults   *
      * are the control accounts the other runs already post to: the  *
      * DDA control for checking (and anything unknown), the savings  *
      * liability for savings and CDs, the IRA deposits for IRAs, and *
      * the deposit clearing account for the offset.                   *
      *****************************************************************
       3200-Resolve-Group-Accounts.
           If SUM-Account-Type(Sum-Search) = "L"
              Perform 3300-Resolve-Loan-Account
           Else
              Perform 3250-Resolve-Deposit-Account
           End-If

           Move SUM-Journal-Type(Sum-Search) to OC-Journal-Type
           Move SUM-Branch(Sum-Search)       to OC-Branch
           Move "1010-DEPCLR" to GL-Resolve-Default
           Call "GlResolv" using by content "JRNLGL  "
                                 Offset-Category
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to Offset-Account.

       3250-Resolve-Deposit-Account.
           Move SUM-Account-Type(Sum-Search) to LC-Account-Type
           Move SUM-Branch(Sum-Search)       to LC-Branch
           Evaluate SUM-Account-Type(Sum-Search)
              When "S"
              When "T"
                 Move "2100-SAVLIA" to GL-Resolve-Default
              When "R"
                 Move "2150-IRADEP" to GL-Resolve-Default
              When other
                 Move "2000-DDACTL" to GL-Resolve-Default
           End-Evaluate
           Call "GlResolv" using by content "JRNLGL  "
                                 Liability-Category
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to Liability-Account.

      *****************************************************************
      * A loan group's own side: the loan principal account for the  *
      * advance and the principal paid, loan interest income for the *
      * interest paid, and LoanBill's late-charge receivable for the *
      * late charge paid -- resolved exactly as LoanBill resolves it *
      * so the charge it booked is the one the payment clears.       *
      *****************************************************************
       3300-Resolve-Loan-Account.
           Move SUM-Branch(Sum-Search) to LN-Branch
           Evaluate SUM-Journal-Type(Sum-Search)
              When "J"
                 Move "1450-LNLATE" to GL-Resolve-Default
                 Call "GlResolv" using by content "LOANBILL" "LATEREC "
                                       by reference GL-Resolve-Default
                                                    GL-Resolved-Account
              When "V"
                 Move "IN" to LN-Component
                 Move "4700-LNINT" to GL-Resolve-Default
                 Call "GlResolv" using by content "JRNLGL  "
                                       Loan-Category
                                       by reference GL-Resolve-Default
                                                    GL-Resolved-Account
              When other
                 Move "PR" to LN-Component
                 Move "1400-LNPRN" to GL-Resolve-Default
                 Call "GlResolv" using by content "JRNLGL  "
                                       Loan-Category
                                       by reference GL-Resolve-Default
                                                    GL-Resolved-Account
           End-Evaluate
           Move GL-Resolved-Account to Liability-Account.

       9000-Terminate.
           If MasterIsOpen
              Close AcctMasterFile
           End-If
           If JournalFileOK or NoMoreJournalRecords
              Close JournalFile
           End-If
           Display "JrnlGl: entries read=" EntriesRead
                   " summarized=" EntriesSummarized
                   " booked elsewhere=" EntriesAlreadyBooked
                   " loan entries=" LoanEntriesSummarized
                   " left to the loan runs=" EntriesOnLoans
           Display "JrnlGl: GL pairs=" PairsWritten
                   " amount=" TotalPosted.

       End program "JrnlGl".
