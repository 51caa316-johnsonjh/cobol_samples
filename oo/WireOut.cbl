       cbl thread,pgmname(longmixed)
      ******************************************************************
      * WireOut.cbl                                                    *
      *----------------------------------------------------------------*
      * End-of-day outbound wire run over the WIREREQ queue.  Every   *
      * wire released on TellWRel for today (a release after the      *
      * cutoff is dated the next business day and waits for that run) *
      * is written to the FEDWOUT file as a Fedwire customer transfer *
      * (FedWire.cpy) and marked sent.  The bank's own routing        *
      * number, short name and Fedwire terminal id come from WIREABA, *
      * WIRENAME and WIRELTRM; without a valid WIREABA nothing is     *
      * sent and the wires stay released for the next run.  The       *
      * debits TellWRel posted are booked to the GL here -- the       *
      * deposit liability for the account type against the Federal    *
      * Reserve account, and the wire fees charged against fee income *
      * -- as summarized GLPOST pairs resolved through GLCHART        *
      * (GlResolv, source WIREOUT).  WIREREG is the day's wire        *
      * register: every wire entered, released, rejected or sent      *
      * today, with totals by status.  WIREBAL is the balancing       *
      * report: wires due against messages written, the fees quoted,  *
      * charged and waived, the GL booked, and what is left on the    *
      * queue.                                                        *
      ******************************************************************
       Identification division.
       Program-id. "WireOut" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select WireRequestFile Assign to "WIREREQ"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Wire-Seq
               File Status is WireReqStatus.
           Select FedwireOutFile Assign to "FEDWOUT"
               Organization is Sequential
               File Status is FedwireOutStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
           Select WireRegister Assign to "WIREREG"
               Organization is Line Sequential
               File Status is RegisterFileStatus.
           Select BalancingReport Assign to "WIREBAL"
               Organization is Line Sequential
               File Status is BalanceFileStatus.
       Data Division.
       File Section.
       FD  WireRequestFile.
           Copy WireReq.
       FD  FedwireOutFile.
       01  Fedwire-Out-Line         pic X(364).
       FD  GLPostFile.
           Copy GLPost.
       FD  WireRegister.
       01  Register-Line            pic X(120).
       FD  BalancingReport.
       01  Balance-Line             pic X(100).

       Working-Storage Section.
       01  WireReqStatus          pic X(02) value spaces.
           88 WireReqOK              value "00".
       01  FedwireOutStatus       pic X(02) value spaces.
           88 FedwireOutOK           value "00".
       01  GLPostFileStatus       pic X(02) value spaces.
       01  RegisterFileStatus     pic X(02) value spaces.
       01  BalanceFileStatus      pic X(02) value spaces.
       01  WireEOF-Switch         pic X(01) value "N".
           88 NoMoreWires            value "Y".
       01  QueueOpen-Switch       pic X(01) value "N".
           88 QueueIsOpen            value "Y".
       01  Sending-Switch         pic X(01) value "N".
           88 SendingWires           value "Y".
       01  Listed-Switch          pic X(01) value "N".
           88 WireOnRegister         value "Y".
       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.

           Copy FedWire.

       01  Today                  pic 9(8) value zero.
       01  Sender-Aba-Value       pic X(09) value spaces.
       01  Sender-Aba             pic 9(9) value zero.
       01  Sender-Aba-Result      pic X(01) value "N".
       01  Sender-Name            pic X(18) value spaces.
       01  Sender-Terminal        pic X(08) value "WIREOUT1".
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

      *  the wire side's debit splits by the deposit type debited
       01  Sent-Dda-Total         pic S9(11) binary value zero.
       01  Sent-Savings-Total     pic S9(11) binary value zero.
       01  Sent-Ira-Total         pic S9(11) binary value zero.
       01  Fee-Dda-Total          pic S9(11) binary value zero.
       01  Fee-Savings-Total      pic S9(11) binary value zero.
       01  Fee-Ira-Total          pic S9(11) binary value zero.
       01  Side-Amount            pic S9(11) binary value zero.
       01  GL-Wire-Debits         pic S9(11) binary value zero.
       01  GL-Wire-Credits        pic S9(11) binary value zero.
       01  GL-Fee-Debits          pic S9(11) binary value zero.
       01  GL-Fee-Credits         pic S9(11) binary value zero.

       01  WiresRead              pic 9(7) value zero.
       01  DueCount               pic 9(7) value zero.
       01  DueTotal               pic S9(11) binary value zero.
       01  SentCount              pic 9(7) value zero.
       01  SentTotal              pic S9(11) binary value zero.
       01  FeesQuotedTotal        pic S9(11) binary value zero.
       01  FeesChargedCount       pic 9(7) value zero.
       01  FeesChargedTotal       pic S9(11) binary value zero.
       01  FeesWaivedCount        pic 9(7) value zero.
       01  FeesWaivedTotal        pic S9(11) binary value zero.
       01  PendingCount           pic 9(7) value zero.
       01  PendingTotal           pic S9(11) binary value zero.
       01  HeldCount              pic 9(7) value zero.
       01  HeldTotal              pic S9(11) binary value zero.
       01  LaterCount             pic 9(7) value zero.
       01  LaterTotal             pic S9(11) binary value zero.
       01  RejectedCount          pic 9(7) value zero.
       01  RejectedTotal          pic S9(11) binary value zero.
       01  EnteredCount           pic 9(7) value zero.
       01  EnteredTotal           pic S9(11) binary value zero.
       01  ListedCount            pic 9(7) value zero.
       01  Difference-Count       pic S9(7) value zero.
       01  Difference-Total       pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "DAILY OUTBOUND WIRE REGISTER  ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(41) value
              "  WIRE S ACCOUNT       AMOUNT       FEE  ".
           05 Filler              pic X(31) value
              "BENEFICIARY           SCREEN   ".
           05 Filler              pic X(26) value
              "STATUS   KEYED BY RELEASER".
       01  Detail-Line.
           05 D-Seq               pic ZZZZZ9.
           05 Filler              pic X(01) value spaces.
           05 D-Source            pic X(01).
           05 Filler              pic X(01) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 D-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 D-Fee               pic $$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Bene-Name         pic X(20).
           05 Filler              pic X(02) value spaces.
           05 D-Screen            pic X(08).
           05 Filler              pic X(01) value spaces.
           05 D-Status            pic X(08).
           05 Filler              pic X(01) value spaces.
           05 D-Entry-Operator    pic X(8).
           05 Filler              pic X(01) value spaces.
           05 D-Release-Operator  pic X(8).
       01  Summary-Line.
           05 Filler              pic X(10) value spaces.
           05 S-Label             pic X(32).
           05 S-Count             pic ZZZ,ZZ9-.
           05 Filler              pic X(04) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 S-Note              pic X(16).
       01  Balance-Heading.
           05 Filler              pic X(30) value
              "OUTBOUND WIRE BALANCING       ".
           05 BH-Date             pic 9999/99/99.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Review-One-Wire
               Until NoMoreWires
           Perform 3000-Post-GL-Entries
           Perform 8000-Write-Balancing-Report
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "WireOut: outbound wire run starting"
           Call "GetBusDate" using Today
           Perform 1050-Load-Sender-Identity

           Open Output WireRegister
           Perform 1200-Write-Headings
           Open Output FedwireOutFile
           Open I-O WireRequestFile
           If not WireReqOK
              Display "WireOut: no WIREREQ queue to review, rc="
                      WireReqStatus
              Move "Y" to WireEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to QueueOpen-Switch
           Perform 1100-Read-Queue.

      *****************************************************************
      * The bank's own side of every message.  The routing number is  *
      * required and must pass AbaChk -- the Fed would refuse every   *
      * message without it -- so a missing or bad WIREABA leaves      *
      * tonight's wires released, unsent, for the next run, and the   *
      * balancing report shows them out of balance.                   *
      *****************************************************************
       1050-Load-Sender-Identity.
           Move "WireOut" to Parm-Req-Program
           Move spaces to Sender-Aba-Value
           Move "WIREABA" to Parm-Req-Name
           Move Sender-Aba-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Sender-Aba-Value
           If Sender-Aba-Value is numeric
              Move Sender-Aba-Value to Sender-Aba
              Call "AbaChk" using Sender-Aba Sender-Aba-Result
              If Sender-Aba-Result = "Y"
                 Move "Y" to Sending-Switch
              End-If
           End-If
           If not SendingWires
              Display "WireOut: WIREABA routing number missing or "
                      "invalid, no wires will be sent tonight"
           End-If
           Move spaces to Sender-Name
           Move "WIRENAME" to Parm-Req-Name
           Move Sender-Name to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Sender-Name
           Move spaces to Sender-Terminal
           Move "WIRELTRM" to Parm-Req-Name
           Move Sender-Terminal to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Sender-Terminal
           If Sender-Terminal = spaces
              Move "WIREOUT1" to Sender-Terminal
           End-If.

       1100-Read-Queue.
           If not NoMoreWires
              Read WireRequestFile Next Record
                  At End
                      Move "Y" to WireEOF-Switch
                  Not At End
                      Add 1 to WiresRead
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Register-Line
           Write Register-Line
           Move Heading-Line-2 to Register-Line
           Write Register-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Register-Line
           Add 1 to LineCount.

      *****************************************************************
      * One queue row: send it if it is released for today, count it  *
      * into the queue totals by status, and list it on the register  *
      * if anything happened to it today.                             *
      *****************************************************************
       2000-Review-One-Wire.
           Move "N" to Listed-Switch
           If Wire-Entry-Date = Today
              Add 1 to EnteredCount
              Add Wire-Amount to EnteredTotal
              Move "Y" to Listed-Switch
           End-If
           Evaluate True
               When Wire-Released and Wire-Release-Date <= Today
                   Perform 2100-Send-One-Wire
               When Wire-Released
                   Add 1 to LaterCount
                   Add Wire-Amount to LaterTotal
                   Move "Y" to Listed-Switch
               When Wire-Pending
                   Add 1 to PendingCount
                   Add Wire-Amount to PendingTotal
               When Wire-Held
                   Add 1 to HeldCount
                   Add Wire-Amount to HeldTotal
               When Wire-Rejected and Wire-Release-Date = Today
                   Add 1 to RejectedCount
                   Add Wire-Amount to RejectedTotal
                   Move "Y" to Listed-Switch
               When Other
                   Continue
           End-Evaluate
           If WireOnRegister
              Perform 2300-List-Wire
           End-If
           Perform 1100-Read-Queue.

      *****************************************************************
      * A wire due tonight: format the Fedwire message, write it, and *
      * mark the queue row sent.  Only a written message is counted   *
      * as sent and booked; one that cannot be written stays          *
      * released.                                                     *
      *****************************************************************
       2100-Send-One-Wire.
           Add 1 to DueCount
           Add Wire-Amount to DueTotal
           Move "Y" to Listed-Switch
           If not SendingWires
              Exit Paragraph
           End-If
           Move Wire-Seq              to Fedwire-User-Request-Id
           Move Today                 to Fedwire-Imad-Date
           Move Sender-Terminal       to Fedwire-Imad-Source
           Move Wire-Seq              to Fedwire-Imad-Seq
           Move Wire-Amount           to Fedwire-Amount
           Move Sender-Aba            to Fedwire-Sender-Aba
           Move Sender-Name           to Fedwire-Sender-Name
           Move Wire-Reference        to Fedwire-Sender-Reference
           Move Wire-Bene-Aba         to Fedwire-Receiver-Aba
           Move Wire-Bene-Bank-Name   to Fedwire-Receiver-Name
           Move Wire-Bene-Account     to Fedwire-Bene-Identifier
           Move Wire-Bene-Name        to Fedwire-Bene-Name
           Move spaces                to Fedwire-Orig-Identifier
           Move Wire-Account-Number   to Fedwire-Orig-Identifier(1:6)
           Move Wire-Originator-Name  to Fedwire-Orig-Name
           Move Wire-Payment-Info     to Fedwire-Orig-To-Bene
           Write Fedwire-Out-Line from Fedwire-Message
           If not FedwireOutOK
              Display "WireOut: unable to write wire " Wire-Seq
                      " to FEDWOUT, rc=" FedwireOutStatus
              Exit Paragraph
           End-If

           Set Wire-Sent to true
           Move Today to Wire-Sent-Date
           Rewrite Wire-Request-Record
           If not WireReqOK
              Display "WireOut: wire " Wire-Seq
                      " sent but not marked, rc=" WireReqStatus
           End-If
           Add 1 to SentCount
           Add Wire-Amount to SentTotal
           Perform 2200-Take-Sent-Wire.

       2200-Take-Sent-Wire.
           Compute FeesQuotedTotal = FeesQuotedTotal
                 + Wire-Fee-Amount + Wire-Fee-Waived
           If Wire-Fee-Amount > zero
              Add 1 to FeesChargedCount
              Add Wire-Fee-Amount to FeesChargedTotal
           End-If
           If Wire-Fee-Waived > zero
              Add 1 to FeesWaivedCount
              Add Wire-Fee-Waived to FeesWaivedTotal
           End-If
           Evaluate True
               When Wire-Account-Type = "S" or "T"
                   Add Wire-Amount to Sent-Savings-Total
                   Add Wire-Fee-Amount to Fee-Savings-Total
               When Wire-Account-Type = "R"
                   Add Wire-Amount to Sent-Ira-Total
                   Add Wire-Fee-Amount to Fee-Ira-Total
               When Other
                   Add Wire-Amount to Sent-Dda-Total
                   Add Wire-Fee-Amount to Fee-Dda-Total
           End-Evaluate.

       2300-List-Wire.
           Add 1 to ListedCount
           Move Wire-Seq            to D-Seq
           Move Wire-Source         to D-Source
           Move Wire-Account-Number to D-Account
           Move Wire-Amount         to D-Amount
           Move Wire-Fee-Amount     to D-Fee
           Move Wire-Bene-Name      to D-Bene-Name
           Evaluate True
               When Wire-Screen-Confirmed
                   Move "HIT"      to D-Screen
               When Wire-Screen-Advisory
                   Move "ADVISORY" to D-Screen
               When Other
                   Move "CLEAR"    to D-Screen
           End-Evaluate
           Evaluate True
               When Wire-Sent
                   Move "SENT"     to D-Status
               When Wire-Released
                   Move "RELEASED" to D-Status
               When Wire-Rejected
                   Move "REJECTED" to D-Status
               When Wire-Held
                   Move "HELD"     to D-Status
               When Other
                   Move "PENDING"  to D-Status
           End-Evaluate
           Move Wire-Entry-Operator   to D-Entry-Operator
           Move Wire-Release-Operator to D-Release-Operator
           Move Detail-Line to Register-Line
           Perform 1300-Write-Line.

      *****************************************************************
      * The night's GL for the wires sent: the deposit liability for  *
      * each account type debited against one credit to the Federal   *
      * Reserve account, then the fees charged on them -- deposit     *
      * liability against wire fee income.  JrnlGl leaves both out:   *
      * the wire debit is journaled GL-booked and the fee as a type   *
      * "G" charge.                                                   *
      *****************************************************************
       3000-Post-GL-Entries.
           If SentTotal = zero and FeesChargedTotal = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "WIREOUT " to GL-Source-Program

           If SentTotal not = zero
              Move "OUTBOUND WIRES SENT" to GL-Description
              Move Sent-Dda-Total to Side-Amount
              Perform 3200-Resolve-Dda-Liability
              Perform 3100-Write-Debit
              Move Sent-Savings-Total to Side-Amount
              Perform 3300-Resolve-Savings-Liability
              Perform 3100-Write-Debit
              Move Sent-Ira-Total to Side-Amount
              Perform 3400-Resolve-Ira-Liability
              Perform 3100-Write-Debit
              Add SentTotal to GL-Wire-Debits

              Move "1020-FEDRES" to GL-Resolve-Default
              Call "GlResolv" using by content "WIREOUT " "FEDRES  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit to true
              Move SentTotal to GL-Amount
              Write GL-Posting-Record
              Add SentTotal to GL-Wire-Credits
           End-If

           If FeesChargedTotal not = zero
              Move "OUTBOUND WIRE FEES" to GL-Description
              Move Fee-Dda-Total to Side-Amount
              Perform 3200-Resolve-Dda-Liability
              Perform 3100-Write-Debit
              Move Fee-Savings-Total to Side-Amount
              Perform 3300-Resolve-Savings-Liability
              Perform 3100-Write-Debit
              Move Fee-Ira-Total to Side-Amount
              Perform 3400-Resolve-Ira-Liability
              Perform 3100-Write-Debit
              Add FeesChargedTotal to GL-Fee-Debits

              Move "4640-WIRFEE" to GL-Resolve-Default
              Call "GlResolv" using by content "WIREOUT " "FEEINC  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit to true
              Move FeesChargedTotal to GL-Amount
              Write GL-Posting-Record
              Add FeesChargedTotal to GL-Fee-Credits
           End-If
           Close GLPostFile.

       3100-Write-Debit.
           If Side-Amount = zero
              Exit Paragraph
           End-If
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Debit to true
           Move Side-Amount to GL-Amount
           Write GL-Posting-Record.

       3200-Resolve-Dda-Liability.
           Move "2000-DDACTL" to GL-Resolve-Default
           Call "GlResolv" using by content "WIREOUT " "DDACTL  "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account.

       3300-Resolve-Savings-Liability.
           Move "2100-SAVLIA" to GL-Resolve-Default
           Call "GlResolv" using by content "WIREOUT " "SAVLIA  "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account.

       3400-Resolve-Ira-Liability.
           Move "2150-IRADEP" to GL-Resolve-Default
           Call "GlResolv" using by content "WIREOUT " "IRADEP  "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account.

      *****************************************************************
      * WIREBAL: what was due against what went out, the fees, the GL *
      * and the queue left behind.  Due and written must agree in     *
      * count and amount, and the GL booked must equal what went out. *
      *****************************************************************
       8000-Write-Balancing-Report.
           Open Output BalancingReport
           Move spaces to Summary-Line
           Move Today to BH-Date
           Move Balance-Heading to Balance-Line
           Write Balance-Line
           Move spaces to Balance-Line
           Write Balance-Line

           Move "WIRES RELEASED FOR TODAY:" to S-Label
           Move DueCount to S-Count
           Move DueTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "FEDWIRE MESSAGES WRITTEN:" to S-Label
           Move SentCount to S-Count
           Move SentTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Compute Difference-Count = DueCount - SentCount
           Compute Difference-Total = DueTotal - SentTotal
           Move "DIFFERENCE:" to S-Label
           Move Difference-Count to S-Count
           Move Difference-Total to S-Amount
           If Difference-Count = zero and Difference-Total = zero
              Move "IN BALANCE" to S-Note
           Else
              Move "OUT OF BALANCE" to S-Note
           End-If
           Perform 8100-Write-Balance-Summary
           Move spaces to Balance-Line
           Write Balance-Line

           Move "FEES QUOTED ON WIRES SENT:" to S-Label
           Move SentCount to S-Count
           Move FeesQuotedTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "FEES CHARGED:" to S-Label
           Move FeesChargedCount to S-Count
           Move FeesChargedTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "FEES WAIVED BY EXEMPTION:" to S-Label
           Move FeesWaivedCount to S-Count
           Move FeesWaivedTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move spaces to Balance-Line
           Write Balance-Line

           Move "GL DEPOSITS DEBITED FOR WIRES:" to S-Label
           Move GL-Wire-Debits to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "GL FED RESERVE CREDITED:" to S-Label
           Move GL-Wire-Credits to S-Amount
           If GL-Wire-Credits = SentTotal
                 and GL-Wire-Debits = GL-Wire-Credits
              Move "IN BALANCE" to S-Note
           Else
              Move "OUT OF BALANCE" to S-Note
           End-If
           Perform 8100-Write-Balance-Summary
           Move "GL DEPOSITS DEBITED FOR FEES:" to S-Label
           Move GL-Fee-Debits to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "GL FEE INCOME CREDITED:" to S-Label
           Move GL-Fee-Credits to S-Amount
           If GL-Fee-Credits = FeesChargedTotal
                 and GL-Fee-Debits = GL-Fee-Credits
              Move "IN BALANCE" to S-Note
           Else
              Move "OUT OF BALANCE" to S-Note
           End-If
           Perform 8100-Write-Balance-Summary
           Move spaces to Balance-Line
           Write Balance-Line

           Move "ENTERED TODAY:" to S-Label
           Move EnteredCount to S-Count
           Move EnteredTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "REJECTED TODAY:" to S-Label
           Move RejectedCount to S-Count
           Move RejectedTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "STILL PENDING RELEASE:" to S-Label
           Move PendingCount to S-Count
           Move PendingTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "HELD ON WATCH-LIST HIT:" to S-Label
           Move HeldCount to S-Count
           Move HeldTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Move "RELEASED FOR A LATER DAY:" to S-Label
           Move LaterCount to S-Count
           Move LaterTotal to S-Amount
           Perform 8100-Write-Balance-Summary
           Close BalancingReport.

       8100-Write-Balance-Summary.
           Move Summary-Line to Balance-Line
           Write Balance-Line
           Move spaces to Summary-Line.

       9000-Terminate.
           Move spaces to Summary-Line
           Move "WIRES SENT:" to S-Label
           Move SentCount to S-Count
           Move SentTotal to S-Amount
           Move Summary-Line to Register-Line
           Perform 1300-Write-Line
           Move spaces to Summary-Line
           Move "WIRES REJECTED:" to S-Label
           Move RejectedCount to S-Count
           Move RejectedTotal to S-Amount
           Move Summary-Line to Register-Line
           Perform 1300-Write-Line
           Move spaces to Summary-Line
           Move "WIRES RELEASED FOR A LATER DAY:" to S-Label
           Move LaterCount to S-Count
           Move LaterTotal to S-Amount
           Move Summary-Line to Register-Line
           Perform 1300-Write-Line
           Close WireRegister
           Close FedwireOutFile
           If QueueIsOpen
              Close WireRequestFile
           End-If
           Display "WireOut: queue rows=" WiresRead
                   " due=" DueCount
                   " sent=" SentCount
                   " amount=" SentTotal
           Display "WireOut: fees charged=" FeesChargedTotal
                   " listed=" ListedCount
                   " pending=" PendingCount
                   " held=" HeldCount.

       End program "WireOut".
