       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellRfnd.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLRFND -- supervisor fee refund at the window (transaction  *
      * TRFD, mapset RFNDMAP, level 3 only).  A fee talked back used  *
      * to go on as a generic CREDIT, which read as a deposit and     *
      * left Master-YTD-Fees overstated.  The supervisor keys the     *
      * account and ENTER lists its six most recent service charges   *
      * (type-G entries) off the journal history -- the archived      *
      * JRNLHIXD entries then the active day's, the TellHist gather   *
      * -- each marked when a refund already went against it.  The   *
      * fee's date and amount with a FEERFRSN reason code then picks  *
      * the original entry and Account "refundFee" gives it back:     *
      * the fee-refund journal type with the reason and the fee's     *
      * date on it, the YTD fee accumulator brought down, and the fee *
      * income reversed through GLPOST.  A fee is refunded once, in   *
      * full; the day's refunds are reported by operator and reason   *
      * by FeeRfRpt.                                                   *
      ******************************************************************
       Identification division.
       Program-id. "TellRfnd".
       Environment division.
       Configuration section.
       Repository.
           Class Account is "Account".

       Data Division.
       Working-Storage Section.
           Copy RfndMap.
           Copy DFHAID.
           Copy DFHBMSCA.
           Copy ArchJrnl.
           Copy Journal.
           Copy JrnlIx.
           Copy FeeRfRsn.

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

       01  Refund-Account-Number     pic 9(6) value zero.
       01  Refund-Fee-Date           pic 9(8) value zero.
       01  Refund-Amount             pic 9(9) value zero.
       01  Refund-Amount-Binary      pic S9(9) binary value zero.
       01  Refund-Reason             pic X(02) value spaces.
       01  Refund-Account-Object     usage object reference Account.
       01  Refund-Posted             pic X(01) value "N".
           88 RefundWasPosted           value "Y".
       01  Reason-Index              pic 9(2) value zero.
       01  Reason-Found-Index        pic 9(2) value zero.

       01  BrowseDone-Switch         pic X(01).
           88 BrowseIsDone              value "Y".
       01  Journal-RBA               pic S9(8) comp.

      *****************************************************************
      * The account's service charges, oldest first, as the history   *
      * gather meets them -- the 50 most recent are kept, the oldest  *
      * shifted out once the table fills.  A refund entry marks the   *
      * earliest still-open fee of its date and amount refunded, so   *
      * the same fee can never be given back twice.                    *
      *****************************************************************
       01  Fee-Count                 pic 9(2) value zero.
       01  Fee-Table.
           05 Fee-Entry occurs 50 times.
              10 FE-Date             pic 9(8).
              10 FE-Amount           pic S9(9) binary.
              10 FE-Refunded         pic X(01).
                 88 FeeIsRefunded       value "Y".
       01  Fee-Index                 pic S9(4) binary value zero.
       01  Fee-Found-Index           pic S9(4) binary value zero.
       01  Shift-Index               pic S9(4) binary value zero.
       01  Line-Index                pic 9(1) value zero.

       01  Fee-Header-Work           pic X(40) value
              "FEE DATE        AMOUNT  STATUS".
       01  Fee-Line-Work.
           05 FL-Date                pic 9999/99/99.
           05 Filler                 pic X(02) value spaces.
           05 FL-Amount              pic $$$,$$$,$$9.99.
           05 Filler                 pic X(02) value spaces.
           05 FL-Status              pic X(08).
       01  Fee-Line-Amount           pic S9(9)V99 value zero.

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
                 Perform 3000-Receive-And-Refund
              End-If

              Exec Cics Return
                  Transid ('TRFD')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLRFDO
           Move "ENTER AN ACCOUNT TO LIST ITS SERVICE CHARGES"
               to MSGLO

           Exec Cics Send Map ('TELLRFD')
               Mapset  ('RFNDMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TRFD')
               Commarea (DFHCOMMAREA)
           End-Exec.

       3000-Receive-And-Refund.
           Exec Cics Receive Map ('TELLRFD')
               Mapset ('RFNDMAP')
               Into   (TELLRFDI)
           End-Exec

           Move Low-Values to TELLRFDO

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
           Move ACCTNOI to Refund-Account-Number

           Perform 4000-Gather-Fees

      *  no fee date keyed: the listing is the whole answer
           If FEEDTL = zero
              If Fee-Count = zero
                 Move "NO SERVICE CHARGES ON FILE FOR THIS ACCOUNT"
                     to MSGLO
              Else
                 Move "KEY A FEE'S DATE, AMOUNT AND REASON TO REFUND"
                     to MSGLO
              End-If
              Perform 4500-Fill-Fee-Lines
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3100-Edit-Refund-Fields
           If MSGLO not = Low-Values and MSGLO not = spaces
              Perform 4500-Fill-Fee-Lines
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3200-Find-Fee-Entry
           If Fee-Found-Index = zero
              Move "NO OPEN SERVICE CHARGE OF THAT DATE AND AMOUNT"
                  to MSGLO
              Perform 4500-Fill-Fee-Lines
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 3300-Post-Refund
           Perform 4500-Fill-Fee-Lines
           Perform 5000-Redisplay-Map.

       3100-Edit-Refund-Fields.
           If FEEDTI is not numeric
              Move "FEE DATE MUST BE NUMERIC, YYYYMMDD" to MSGLO
              Exit Paragraph
           End-If
           Move FEEDTI to Refund-Fee-Date
           If AMOUNTL = zero or AMOUNTI is not numeric
              Move "PLEASE ENTER THE FEE AMOUNT IN CENTS" to MSGLO
              Exit Paragraph
           End-If
           Move AMOUNTI to Refund-Amount
           Move Refund-Amount to Refund-Amount-Binary
           If Refund-Amount-Binary not > zero
              Move "AMOUNT MUST BE GREATER THAN ZERO" to MSGLO
              Exit Paragraph
           End-If
           If RSNCDL = zero or RSNCDI = spaces
              Move "PLEASE ENTER A REFUND REASON CODE" to MSGLO
              Exit Paragraph
           End-If
           Move RSNCDI to Refund-Reason
           Move zero to Reason-Found-Index
           Perform 3110-Match-One-Reason
               Varying Reason-Index from 1 by 1
               Until Reason-Index > Refund-Reason-Count
                  or Reason-Found-Index > zero
           If Reason-Found-Index = zero
              Move "REASON CODE IS NOT ON THE REFUND REASON LIST"
                  to MSGLO
           End-If.

       3110-Match-One-Reason.
           If RR-Code(Reason-Index) = Refund-Reason
              Move Reason-Index to Reason-Found-Index
           End-If.

      *****************************************************************
      * The fee refunded is the earliest one of the keyed date and    *
      * amount that has not already been given back.                  *
      *****************************************************************
       3200-Find-Fee-Entry.
           Move zero to Fee-Found-Index
           Perform 3210-Match-One-Fee
               Varying Fee-Index from 1 by 1
               Until Fee-Index > Fee-Count
                  or Fee-Found-Index > zero.

       3210-Match-One-Fee.
           If FE-Date(Fee-Index) = Refund-Fee-Date
                 and FE-Amount(Fee-Index) = Refund-Amount-Binary
                 and not FeeIsRefunded(Fee-Index)
              Move Fee-Index to Fee-Found-Index
           End-If.

       3300-Post-Refund.
           Invoke Account "createAccount"
               using by value Refund-Account-Number
               returning Refund-Account-Object
           If Refund-Account-Object = Null
              Move "ACCOUNT NOT FOUND OR INVALID ACCOUNT NUMBER"
                  to MSGLO
              Exit Paragraph
           End-If

           Invoke Refund-Account-Object "setJournalOperator"
               using by value Oper-Id
           Invoke Refund-Account-Object "refundFee"
               using by value Refund-Amount-Binary Refund-Reason
                              Refund-Fee-Date
               returning Refund-Posted
           If RefundWasPosted
              Move "Y" to FE-Refunded(Fee-Found-Index)
              Move "FEE REFUNDED - PF3 TO END" to MSGLO
           Else
              Move "ACCOUNT CANNOT TAKE A REFUND - CHECK ITS STATUS"
                  to MSGLO
           End-If.

      *****************************************************************
      * Operator sign-on check: the keyed operator ID must exist on   *
      * OPERFILE, be active, and carry at least this transaction's    *
      * required authorization level.  Nothing else runs until it     *
      * passes.                                                        *
      *****************************************************************
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

       4000-Gather-Fees.
           Move zero to Fee-Count
           Perform 4100-Gather-Archived-History
           Perform 4200-Gather-Active-Journal.

       4100-Gather-Archived-History.
           Move "N" to BrowseDone-Switch
           Move Refund-Account-Number to Arch-Jrnl-Account
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
           Perform 4110-Read-Archived-Entry
               Until BrowseIsDone
           Exec Cics Endbr
               File ('JRNLHIXD')
           End-Exec.

       4110-Read-Archived-Entry.
           Exec Cics Readnext
               File   ('JRNLHIXD')
               Into   (Arch-Jrnl-Record)
               Ridfld (Arch-Jrnl-Key)
               Resp   (WS-Resp)
           End-Exec
           Evaluate True
               When WS-Resp not = DFHRESP(NORMAL)
                   Move "Y" to BrowseDone-Switch
               When Arch-Jrnl-Account not = Refund-Account-Number
                   Move "Y" to BrowseDone-Switch
               When Other
                   Move Arch-Jrnl-Image to Journal-Record
                   Perform 4300-Note-One-Entry
           End-Evaluate.

       4200-Gather-Active-Journal.
           Move "N" to BrowseDone-Switch
           Move Refund-Account-Number to JrnlIx-Account-Number
           Move zero to JrnlIx-Date
           Move zero to JrnlIx-Entry-Seq
           Exec Cics Startbr
               File   ('JRNLIXD')
               Ridfld (JrnlIx-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           Evaluate WS-Resp
               When DFHRESP(NORMAL)
                   Perform 4220-Read-Keyed-Entry
                       Until BrowseIsDone
                   Exec Cics Endbr
                       File ('JRNLIXD')
                   End-Exec
               When DFHRESP(NOTFND)
      *  nothing at or past this account's key: no entries today
                   Continue
               When Other
      *  the keyed view is not installed -- walk the whole active
      *  journal, the original shape
                   Perform 4250-Scan-Active-Journal
           End-Evaluate.

       4220-Read-Keyed-Entry.
           Exec Cics Readnext
               File   ('JRNLIXD')
               Into   (Jrnl-Ix-Record)
               Ridfld (JrnlIx-Key)
               Resp   (WS-Resp)
           End-Exec
           Evaluate True
               When WS-Resp not = DFHRESP(NORMAL)
                   Move "Y" to BrowseDone-Switch
               When JrnlIx-Account-Number not = Refund-Account-Number
                   Move "Y" to BrowseDone-Switch
               When Other
                   Move JrnlIx-Entry-Image to Journal-Record
                   Perform 4300-Note-One-Entry
           End-Evaluate.

       4250-Scan-Active-Journal.
           Move "N" to BrowseDone-Switch
           Move zero to Journal-RBA
           Exec Cics Startbr
               File   ('JRNLFILE')
               Ridfld (Journal-RBA)
               Rba
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 4210-Read-Active-Entry
               Until BrowseIsDone
           Exec Cics Endbr
               File ('JRNLFILE')
           End-Exec.

       4210-Read-Active-Entry.
           Exec Cics Readnext
               File   ('JRNLFILE')
               Into   (Journal-Record)
               Ridfld (Journal-RBA)
               Rba
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to BrowseDone-Switch
           Else
              If Journal-Account-Number = Refund-Account-Number
                 Perform 4300-Note-One-Entry
              End-If
           End-If.

       4300-Note-One-Entry.
           Evaluate True
               When Journal-Fee
                   Perform 4310-Store-One-Fee
               When Journal-Fee-Refund
                   Perform 4320-Mark-Fee-Refunded
               When Other
                   Continue
           End-Evaluate.

       4310-Store-One-Fee.
           If Fee-Count < 50
              Add 1 to Fee-Count
           Else
              Perform 4315-Shift-One-Fee
                  Varying Shift-Index from 1 by 1
                  Until Shift-Index > 49
           End-If
           Move Journal-Date   to FE-Date(Fee-Count)
           Move Journal-Amount to FE-Amount(Fee-Count)
           Move "N"            to FE-Refunded(Fee-Count).

       4315-Shift-One-Fee.
           Move Fee-Entry(Shift-Index + 1) to Fee-Entry(Shift-Index).

       4320-Mark-Fee-Refunded.
           If Journal-Refund-Fee-Date is not numeric
              Exit Paragraph
           End-If
           Move Journal-Refund-Fee-Date to Refund-Fee-Date
           Move Journal-Amount to Refund-Amount-Binary
           Perform 3200-Find-Fee-Entry
           If Fee-Found-Index > zero
              Move "Y" to FE-Refunded(Fee-Found-Index)
           End-If
           Move zero to Refund-Fee-Date Refund-Amount-Binary.

      *****************************************************************
      * The six most recent fees, newest first.                        *
      *****************************************************************
       4500-Fill-Fee-Lines.
           If Fee-Count = zero
              Exit Paragraph
           End-If
           Move Fee-Header-Work to FHDRO
           Move zero to Line-Index
           Perform 4510-Fill-One-Line
               Varying Fee-Index from Fee-Count by -1
               Until Fee-Index < 1 or Line-Index = 6.

       4510-Fill-One-Line.
           Add 1 to Line-Index
           Move FE-Date(Fee-Index) to FL-Date
           Compute Fee-Line-Amount = FE-Amount(Fee-Index) / 100
           Move Fee-Line-Amount to FL-Amount
           If FeeIsRefunded(Fee-Index)
              Move "REFUNDED" to FL-Status
           Else
              Move "OPEN" to FL-Status
           End-If
           Evaluate Line-Index
               When 1
                   Move Fee-Line-Work to F1O
               When 2
                   Move Fee-Line-Work to F2O
               When 3
                   Move Fee-Line-Work to F3O
               When 4
                   Move Fee-Line-Work to F4O
               When 5
                   Move Fee-Line-Work to F5O
               When 6
                   Move Fee-Line-Work to F6O
           End-Evaluate.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Refund-Account-Number to ACCTNOO
           If FEEDTL not = zero
              Move FEEDTI  to FEEDTO
           End-If
           If AMOUNTL not = zero
              Move AMOUNTI to AMOUNTO
           End-If
           If RSNCDL not = zero
              Move RSNCDI  to RSNCDO
           End-If
           If Reason-Found-Index > zero
              Move RR-Description(Reason-Found-Index) to RSNDSCO
           End-If

           Exec Cics Send Map ('TELLRFD')
               Mapset  ('RFNDMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * The batch interlock: a raised QUIESCE flag means NightlyRun   *
      * has the master mid-flight, and nothing posts from the window  *
      * until the driver drops it at end of run.                       *
      *****************************************************************
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

       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY YOUR SUPERVISOR"
               to MSGLO
           Exec Cics Send Map ('TELLRFD')
               Mapset  ('RFNDMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellRfnd".
