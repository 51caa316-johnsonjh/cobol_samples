       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RcptFmt.cbl                                                    *
      *----------------------------------------------------------------*
      * RCPTFMT -- teller receipt formatter and router, LINKed to     *
      * (never a terminal transaction of its own) with the            *
      * RcptReq.cpy COMMAREA.  TellPost, TellMlt, TellHold and        *
      * TellStop LINK here with function P once a transaction has     *
      * completed: the receipt -- the account masked to its last four *
      * digits, the transaction, amount, the new available balance,   *
      * the operator and a reference back to the journal entry (the   *
      * hold ledger or check register for a hold or a stop, which     *
      * journal nothing) -- is formatted and written to the branch's  *
      * receipt printer.  Each branch's printer is fed from its own   *
      * intrapartition transient-data queue, named R plus the         *
      * operator's OPERFILE branch (R000 is head office); the queue   *
      * triggers RcptPrt at the printer.  A branch with no queue      *
      * defined prints at head office rather than losing the receipt. *
      * TellRcpt LINKs with function R and a journal key to reprint:  *
      * the receipt is rebuilt from the entry on the keyed JRNLIXD    *
      * view, or, once the night has rolled it off, from the archived *
      * JRNLHIXD copy -- the Nth entry archived for the account on    *
      * that date is the day's entry N.                               *
      ******************************************************************
       Identification division.
       Program-id. "RcptFmt".
       Environment division.
       Configuration section.

       Data Division.
       Working-Storage Section.
           Copy DFHAID.
           Copy RcptReq.
           Copy Journal.
           Copy JrnlIx.
           Copy ArchJrnl.

       01  WS-Resp                   pic S9(08) comp.
       01  Receipt-Image-Length      pic S9(4) comp value 480.
      *  X'15' -- the 3270 new-line order that ends each printed line
       01  Receipt-New-Line          pic X(01) value X"15".
       01  Receipt-Queue.
           05 Filler                 pic X(01) value "R".
           05 RQ-Branch              pic X(03).
       01  Business-Date             pic 9(8) value zero.
       01  Receipt-Date              pic 9(8) value zero.
       01  Receipt-Time              pic 9(6) value zero.
       01  Receipt-Time-Parts redefines Receipt-Time.
           05 RT-Hours               pic 9(2).
           05 RT-Minutes             pic 9(2).
           05 RT-Seconds             pic 9(2).
       01  Receipt-Operator          pic X(08) value spaces.
       01  Receipt-Line-Count        pic 9(2) value zero.
       01  BrowseDone-Switch         pic X(01) value "N".
           88 BrowseIsDone              value "Y".
       01  EntryFound-Switch         pic X(01) value "N".
           88 JournalEntryFound         value "Y".
       01  Archive-Day-Count         pic 9(9) value zero.

      *  the receipt's lines, built one at a time into the work areas
      *  below and then moved onto the next line of the image
       01  Receipt-Line-Work         pic X(39) value spaces.
       01  Receipt-Label-Line redefines Receipt-Line-Work.
           05 RL-Label               pic X(13).
           05 RL-Value               pic X(26).
       01  Receipt-Heading-Line.
           05 Filler                 pic X(07) value "BRANCH ".
           05 RH-Branch              pic X(03).
           05 Filler                 pic X(02) value spaces.
           05 RH-Date                pic 9999/99/99.
           05 Filler                 pic X(02) value spaces.
           05 RH-Hours               pic 9(02).
           05 Filler                 pic X(01) value ":".
           05 RH-Minutes             pic 9(02).
           05 Filler                 pic X(01) value ":".
           05 RH-Seconds             pic 9(02).
           05 Filler                 pic X(07) value spaces.
      *  the account shows its last four digits only
       01  Account-Digits.
           05 Filler                 pic X(02).
           05 AD-Last-Four           pic X(04).
       01  Masked-Account.
           05 Filler                 pic X(02) value "**".
           05 MA-Last-Four           pic X(04).
       01  Receipt-Amount-Edit       pic -$$$,$$$,$$9.99.
       01  Journal-Ref-Work.
           05 JR-Date                pic 9(08).
           05 Filler                 pic X(01) value "-".
           05 JR-Seq                 pic 9(06).
       01  Stop-Ref-Work.
           05 Filler                 pic X(06) value "CHECK ".
           05 SR-Check-Number        pic 9(09).
       01  Reprint-Detail-Work.
           05 Filler                 pic X(13) value "REPRINTED BY ".
           05 RD-Operator            pic X(08).
           05 Filler                 pic X(18) value spaces.

       Linkage Section.
      *  the RcptReq.cpy record, 607 bytes
       01  DFHCOMMAREA               pic X(607).

       Procedure Division.
       0000-Mainline.
           Move DFHCOMMAREA to Receipt-Request
           Move "00" to Rcpt-Return-Code
           If Rcpt-Branch = spaces
              Move "000" to Rcpt-Branch
           End-If
           Move Rcpt-Operator-Id to Receipt-Operator
           Call "GetBusDate" using Business-Date
           Move Business-Date to Receipt-Date
           Move EIBTIME to Receipt-Time

           Evaluate True
               When Rcpt-Reprint
                   Perform 2000-Rebuild-From-Journal
               When Rcpt-Ref-Journal and Rcpt-Ref-Seq = zero
                   Perform 1000-Find-Journal-Entry
           End-Evaluate

           If not Rcpt-Entry-Not-Found
              Perform 3000-Format-Receipt
              Perform 4000-Route-To-Printer
           End-If

           Move Receipt-Request to DFHCOMMAREA
           Exec Cics Return
           End-Exec.

      *****************************************************************
      * A posting does not know the sequence its journal entry went   *
      * under -- JrnlChain assigns the account/date pair's next one   *
      * -- so the account's day is browsed on JRNLIXD, the hold       *
      * ledger's next-sequence probe, and the last entry found is the *
      * one just written.  With the keyed view not installed the      *
      * reference goes out with a zero sequence.                      *
      *****************************************************************
       1000-Find-Journal-Entry.
           Move "N" to BrowseDone-Switch
           Move "N" to EntryFound-Switch
           Move Rcpt-Account-Number to JrnlIx-Account-Number
           Move Rcpt-Ref-Date to JrnlIx-Date
           Move zero to JrnlIx-Entry-Seq
           Exec Cics Startbr
               File   ('JRNLIXD')
               Ridfld (JrnlIx-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 1100-Read-Day-Entry
               Until BrowseIsDone
           Exec Cics Endbr
               File ('JRNLIXD')
           End-Exec.

       1100-Read-Day-Entry.
           Exec Cics Readnext
               File   ('JRNLIXD')
               Into   (Jrnl-Ix-Record)
               Ridfld (JrnlIx-Key)
               Resp   (WS-Resp)
           End-Exec
           Evaluate True
               When WS-Resp not = DFHRESP(NORMAL)
                   Move "Y" to BrowseDone-Switch
               When JrnlIx-Account-Number not = Rcpt-Account-Number
                     or JrnlIx-Date not = Rcpt-Ref-Date
                   Move "Y" to BrowseDone-Switch
               When Other
                   Move "Y" to EntryFound-Switch
                   Move JrnlIx-Entry-Seq to Rcpt-Ref-Seq
                   Move JrnlIx-Entry-Image to Journal-Record
           End-Evaluate.

      *****************************************************************
      * Reprint: the keyed entry on today's JRNLIXD view, else the    *
      * same entry off the archive -- JRNLHIXD keeps each account's   *
      * entries in append order, so the day's Nth archived entry is   *
      * the one the receipt's reference named.  A zero sequence takes *
      * the account's last entry on the date.                         *
      *****************************************************************
       2000-Rebuild-From-Journal.
           Move "N" to EntryFound-Switch
           Move "J" to Rcpt-Ref-Kind
           If Rcpt-Ref-Seq = zero
              Perform 1000-Find-Journal-Entry
           Else
              Move Rcpt-Account-Number to JrnlIx-Account-Number
              Move Rcpt-Ref-Date to JrnlIx-Date
              Move Rcpt-Ref-Seq to JrnlIx-Entry-Seq
              Exec Cics Read
                  File   ('JRNLIXD')
                  Into   (Jrnl-Ix-Record)
                  Ridfld (JrnlIx-Key)
                  Resp   (WS-Resp)
              End-Exec
              If WS-Resp = DFHRESP(NORMAL)
                 Move "Y" to EntryFound-Switch
                 Move JrnlIx-Entry-Image to Journal-Record
              End-If
           End-If
           If not JournalEntryFound
              Perform 2200-Search-Archive
           End-If
           If not JournalEntryFound
              Move "NF" to Rcpt-Return-Code
              Exit Paragraph
           End-If
           Perform 2500-Describe-Journal-Entry.

       2200-Search-Archive.
           Move "N" to BrowseDone-Switch
           Move zero to Archive-Day-Count
           Move Rcpt-Account-Number to Arch-Jrnl-Account
           Move zero to Arch-Jrnl-Seq
           Exec Cics Startbr
               File   ('JRNLHIXD')
               Ridfld (Arch-Jrnl-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 2210-Read-Archived-Entry
               Until BrowseIsDone
           Exec Cics Endbr
               File ('JRNLHIXD')
           End-Exec.

       2210-Read-Archived-Entry.
           Exec Cics Readnext
               File   ('JRNLHIXD')
               Into   (Arch-Jrnl-Record)
               Ridfld (Arch-Jrnl-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
                 or Arch-Jrnl-Account not = Rcpt-Account-Number
              Move "Y" to BrowseDone-Switch
              Exit Paragraph
           End-If
           Move Arch-Jrnl-Image to Journal-Record
           If Journal-Date not = Rcpt-Ref-Date
              Exit Paragraph
           End-If
      *  no sequence keyed: the day's last archived entry wins
           Add 1 to Archive-Day-Count
           If Rcpt-Ref-Seq = zero
              Move "Y" to EntryFound-Switch
              Exit Paragraph
           End-If
           If Archive-Day-Count = Rcpt-Ref-Seq
              Move "Y" to EntryFound-Switch
              Move "Y" to BrowseDone-Switch
           End-If.

      *****************************************************************
      * What the entry says happened.  The balance a reprint can show *
      * is the ledger balance the entry left -- holds in force that   *
      * day are not on the journal -- so it is labelled as such.      *
      *****************************************************************
       2500-Describe-Journal-Entry.
           If Rcpt-Ref-Seq = zero
              Move Archive-Day-Count to Rcpt-Ref-Seq
           End-If
           Move Journal-Amount to Rcpt-Amount
           Move "BALANCE AFTER" to Rcpt-Balance-Label
           Move Journal-Running-Balance to Rcpt-Balance
           Move Journal-Operator-Id to Receipt-Operator
           If Receipt-Operator = spaces
              Move "BATCH" to Receipt-Operator
           End-If
           Move Journal-Date to Receipt-Date
           Move Journal-Time(1:6) to Receipt-Time
           Move Rcpt-Operator-Id to RD-Operator
           Move Reprint-Detail-Work to Rcpt-Detail
           Evaluate True
               When Journal-Credit
                   Move "DEPOSIT" to Rcpt-Transaction
               When Journal-Debit
                   Move "WITHDRAWAL" to Rcpt-Transaction
               When Journal-Check
                   Move "CHECK PAID" to Rcpt-Transaction
               When Journal-Official-Check
                   Move "OFFICIAL CHECK" to Rcpt-Transaction
               When Journal-Fee
                   Move "SERVICE CHARGE" to Rcpt-Transaction
               When Journal-Fee-Refund
                   Move "FEE REFUND" to Rcpt-Transaction
               When Journal-Reversal
                   Move "REVERSAL" to Rcpt-Transaction
               When Journal-Recovery
                   Move "RECOVERY" to Rcpt-Transaction
               When Journal-Loan-Principal
                     or Journal-Loan-Interest
                     or Journal-Loan-Late-Paid
                   Move "LOAN PAYMENT" to Rcpt-Transaction
               When Journal-Dispute-Credit
                   Move "DISPUTE CREDIT" to Rcpt-Transaction
               When Journal-Dispute-Reversal
                   Move "DISPUTE REVERSAL" to Rcpt-Transaction
               When Other
                   Move spaces to Rcpt-Transaction
                   String "JOURNAL TYPE " Delimited by size
                          Journal-Type    Delimited by size
                       into Rcpt-Transaction
           End-Evaluate.

      *****************************************************************
      * One line per item, 39 print positions each, the unused lines  *
      * of the image left blank with no new-line order so the printer *
      * stops where the receipt does.                                 *
      *****************************************************************
       3000-Format-Receipt.
           Move spaces to Rcpt-Image
           Move zero to Receipt-Line-Count

           If Rcpt-Reprint
              Move "    DUPLICATE RECEIPT - REPRINT"
                  to Receipt-Line-Work
           Else
              Move "           TELLER RECEIPT"
                  to Receipt-Line-Work
           End-If
           Perform 3900-Add-Receipt-Line
           Move Rcpt-Branch to RH-Branch
           Move Receipt-Date to RH-Date
           Move RT-Hours   to RH-Hours
           Move RT-Minutes to RH-Minutes
           Move RT-Seconds to RH-Seconds
           Move Receipt-Heading-Line to Receipt-Line-Work
           Perform 3900-Add-Receipt-Line
           Move spaces to Receipt-Line-Work
           Perform 3900-Add-Receipt-Line

           Move Rcpt-Account-Number to Account-Digits
           Move AD-Last-Four to MA-Last-Four
           Move spaces to Receipt-Line-Work
           Move "ACCOUNT" to RL-Label
           Move Masked-Account to RL-Value
           Perform 3900-Add-Receipt-Line
           Move spaces to Receipt-Line-Work
           Move "TRANSACTION" to RL-Label
           Move Rcpt-Transaction to RL-Value
           Perform 3900-Add-Receipt-Line
           Move spaces to Receipt-Line-Work
           Move "AMOUNT" to RL-Label
           Compute Receipt-Amount-Edit = Rcpt-Amount / 100
           Move Receipt-Amount-Edit to RL-Value
           Perform 3900-Add-Receipt-Line
           If Rcpt-Balance-Label not = spaces
              Move spaces to Receipt-Line-Work
              Move Rcpt-Balance-Label to RL-Label
              Compute Receipt-Amount-Edit = Rcpt-Balance / 100
              Move Receipt-Amount-Edit to RL-Value
              Perform 3900-Add-Receipt-Line
           End-If
           If Rcpt-Detail not = spaces
              Move Rcpt-Detail to Receipt-Line-Work
              Perform 3900-Add-Receipt-Line
           End-If
           Move spaces to Receipt-Line-Work
           Move "OPERATOR" to RL-Label
           Move Receipt-Operator to RL-Value
           Perform 3900-Add-Receipt-Line

           Move spaces to Receipt-Line-Work
           Evaluate True
               When Rcpt-Ref-Journal
                   Move "JOURNAL REF" to RL-Label
                   Move Rcpt-Ref-Date to JR-Date
                   Move Rcpt-Ref-Seq to JR-Seq
                   Move Journal-Ref-Work to RL-Value
               When Rcpt-Ref-Hold
                   Move "HOLD REF" to RL-Label
                   Move Rcpt-Ref-Date to JR-Date
                   Move Rcpt-Ref-Seq to JR-Seq
                   Move Journal-Ref-Work to RL-Value
               When Rcpt-Ref-Stop
                   Move "STOP REF" to RL-Label
                   Move Rcpt-Ref-Seq to SR-Check-Number
                   Move Stop-Ref-Work to RL-Value
           End-Evaluate
           If Receipt-Line-Work not = spaces
              Perform 3900-Add-Receipt-Line
           End-If
           Move spaces to Receipt-Line-Work
           Perform 3900-Add-Receipt-Line
           Move "  KEEP THIS RECEIPT FOR YOUR RECORDS" to
               Receipt-Line-Work
           Perform 3900-Add-Receipt-Line.

       3900-Add-Receipt-Line.
           If Receipt-Line-Count < 12
              Add 1 to Receipt-Line-Count
              Move Receipt-Line-Work
                  to Rcpt-Image-Text(Receipt-Line-Count)
              Move Receipt-New-Line
                  to Rcpt-Image-NL(Receipt-Line-Count)
           End-If.

      *****************************************************************
      * The branch's receipt queue, or head office's when the branch  *
      * has none defined.  Anything else is reported back to the      *
      * teller's transaction, which says the receipt did not print.   *
      *****************************************************************
       4000-Route-To-Printer.
           Move Rcpt-Branch to RQ-Branch
           Exec Cics Writeq Td
               Queue  (Receipt-Queue)
               From   (Rcpt-Image)
               Length (Receipt-Image-Length)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(QIDERR) and RQ-Branch not = "000"
              Move "000" to RQ-Branch
              Exec Cics Writeq Td
                  Queue  (Receipt-Queue)
                  From   (Rcpt-Image)
                  Length (Receipt-Image-Length)
                  Resp   (WS-Resp)
              End-Exec
           End-If
           If WS-Resp not = DFHRESP(NORMAL)
              Move "NP" to Rcpt-Return-Code
           End-If.
       End Program "RcptFmt".
