               Access Mode is Dynamic
               Record Key is Quiesce-Key
               File Status is QuiesceStatus.
           Select OfficialCheckFile Assign to "OFFCHK"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Offchk-Check-Number
               File Status is OffChkStatus.
       Data Division.
       File Section.
       FD  RunCtlFile.
           Copy RunHist.
       FD  QuiesceFile.
           Copy Quiesce.
       FD  OfficialCheckFile.
           Copy OffChk.

       Working-Storage Section.
       01  QuiesceStatus          pic X(02) value spaces.
           88 Nightly-ChkRecon-Done  value 15.
           88 Nightly-ChargeBack-Done value 16.
           88 Nightly-Housekeeping-Done value 17.
           88 Nightly-LoanBilling-Done value 18.
           88 Nightly-ChargeOff-Done value 19.
           88 Nightly-LegalOrders-Done value 20.
           88 Nightly-Deceased-Done  value 21.
           88 Nightly-Accrual-Done   value 22.
           88 Nightly-GLSummary-Done value 23.
           88 Nightly-FeeRefund-Done value 24.
           88 Nightly-OfficialChk-Done value 25.
           88 Nightly-Wire-Done      value 26.
           88 Nightly-CardAuth-Done  value 27.
           88 Nightly-CardSettle-Done value 28.
           88 Nightly-KiteDetect-Done value 29.
           88 Nightly-NewAcct-Done value 30.
           88 Nightly-EmpAcct-Done value 31.
           88 Nightly-Dispute-Done value 32.
           88 Nightly-HoldMail-Done value 33.
           88 Nightly-OperIdle-Done value 34.
           88 Nightly-Sweep-Done     value 35.
           88 Nightly-IbkExtract-Done value 36.
           88 Nightly-BranchXfer-Done value 37.

       01  Business-Date          pic 9(8) value zero.
       01  ProcCalFileStatus      pic X(02) value spaces.
       01  ChecksDuplicate        pic 9(07) value zero.
       01  ChecksCurrencyMismatch pic 9(07) value zero.
       01  ChecksExceptioned      pic 9(07) value zero.
       01  OffChkStatus           pic X(02) value spaces.
       01  OfficialFound-Switch   pic X(01) value "N".
           88 OfficialCheckFound     value "Y".
       01  Official-Pay-Amount    pic S9(9) binary value zero.
       01  Official-Payee-Status  pic X(01) value spaces.
       01  OfficialChecksPaid     pic 9(07) value zero.
       01  ClearReportStatus      pic X(02) value spaces.
       01  Exception-Reason       pic X(24) value spaces.
       01  Clearing-Run-Date      pic 9(8) value zero.
              Perform 3400-Run-Charge-Back-Stage
           End-If
           If Nightly-ChargeBack-Done
              Perform 3420-Run-Kite-Detection-Stage
           End-If
           If Nightly-KiteDetect-Done
              Perform 3425-Run-New-Account-Stage
           End-If
           If Nightly-NewAcct-Done
              Perform 3430-Run-Card-Auth-Stage
           End-If
           If Nightly-CardAuth-Done
              Perform 3460-Run-Card-Settle-Stage
           End-If
           If Nightly-CardSettle-Done
              Perform 3480-Run-Dispute-Stage
           End-If
           If Nightly-Dispute-Done
              Perform 3500-Run-Hold-Expiry-Stage
           End-If
           If Nightly-Holds-Done
              Perform 3600-Run-Balance-Sweep-Stage
           End-If
           If Nightly-Sweep-Done
              Perform 3700-Run-Interest-Stage
           End-If
           If Nightly-Interest-Done
              Perform 3900-Run-OD-Interest-Stage
           End-If
           If Nightly-ODInterest-Done
              Perform 3920-Run-Charge-Off-Stage
           End-If
           If Nightly-ChargeOff-Done
              Perform 3950-Run-Loan-Billing-Stage
           End-If
           If Nightly-LoanBilling-Done
              Perform 3970-Run-Legal-Order-Stage
           End-If
           If Nightly-LegalOrders-Done
              Perform 3980-Run-Deceased-Stage
           End-If
           If Nightly-Deceased-Done
              Perform 4000-Run-Replication-Stage
           End-If
           If Nightly-Replication-Done
              Perform 6500-Run-Snapshot-Stage
           End-If
           If Nightly-Snapshot-Done
              Perform 6600-Run-Accrual-Stage
           End-If
           If Nightly-Accrual-Done
              Perform 8700-Run-Notice-Stage
           End-If
           If Nightly-Notices-Done
              Perform 6700-Run-GL-Summary-Stage
           End-If
           If Nightly-GLSummary-Done
              Perform 6750-Run-Branch-Transfer-Stage
           End-If
           If Nightly-BranchXfer-Done
              Perform 6800-Run-Fee-Refund-Stage
           End-If
           If Nightly-FeeRefund-Done
              Perform 6900-Run-Official-Check-Stage
           End-If
           If Nightly-OfficialChk-Done
              Perform 6950-Run-Wire-Out-Stage
           End-If
           If Nightly-Wire-Done
              Perform 6970-Run-Employee-Account-Stage
           End-If
           If Nightly-EmpAcct-Done
              Perform 6980-Run-Hold-Mail-Stage
           End-If
           If Nightly-HoldMail-Done
              Perform 6990-Run-Oper-Idle-Stage
           End-If
           If Nightly-OperIdle-Done
              Perform 6995-Run-Ibank-Extract-Stage
           End-If
           If Nightly-IbkExtract-Done
              Perform 6000-Run-Journal-Roll-Stage
           End-If
           If Nightly-Journal-Done
      * The FX rate edit runs with the other stage-0 checks: a        *
      * fat-fingered rate or a missing business-date rate for a       *
      * currency our accounts carry stops the night before any        *
      * mispriced conversion can post.  The treasury's closing rates  *
      * are pulled onto FXRATES first, so the edit checks them too; a *
      * pair the treasury did not publish is left to the edit.        *
      *****************************************************************
       1585-Validate-FX-Rates.
           Call "FxPull"
           If Return-Code not = zero
              Display "NightlyRun: validation, treasury FX pull "
                      "incomplete -- see FXPULLRPT"
              Move zero to Return-Code
           End-If
           Call "FxEdit"
           If Return-Code not = zero
              Display "NightlyRun: validation, FX rate edit FAILED "
                         Return-Code ", no further stage will run"
                 Move 8 to Return-Code
              Else
      *  remote deposit capture posts after ACH; a file that fails
      *  its controls is refused and reported, the night goes on;
      *  one that could not be posted because RdcPost's own files
      *  would not open is left unapplied and flagged for a rerun
                 Call "RdcPost"
                 If Return-Code not = zero
                    Display "NightlyRun: RDC posting could not open "
                            "its files, RDCIN left for a rerun"
                    Move zero to Return-Code
                 End-If
      *  the internet-banking vendor's customer requests post last,
      *  under the same refuse-and-report rule RDC follows
                 Call "IbkIn"
                 If Return-Code not = zero
                    Display "NightlyRun: internet-banking posting "
                            "could not open its files, IBKREQ left "
                            "for a rerun"
                    Move zero to Return-Code
                 End-If
                 Move 1 To Stage-Completed
                 Perform 1100-Write-Run-Control
              End-If
                   " currency-mismatch=" ChecksCurrencyMismatch
                   " positive-pay-exceptions=" ChecksExceptioned
                   " over-represented=" ChecksOverRepresented
                   " official-checks-paid=" OfficialChecksPaid
           Perform 3300-Write-Settlement-Report
      *  an unbalanced cash letter aborted the pass mid-file; the
      *  stage stays incomplete so the operator restarts it from the
              Add 1 to BS-Items(Current-Bank-Index)
              Add PresentChk-Amount to BS-Amount(Current-Bank-Index)
           End-If
      *  an official check is drawn on the bank itself and comes in
      *  with drawer account zero: it is paid off the OFFCHK
      *  register against the official-check liability, never
      *  through the customer check register
           If PresentChk-Drawer-Acct = zero
              Perform 3270-Pay-Official-Check
              Exit Paragraph
           End-If
      *  a previously returned check coming around again is a
      *  re-presentment, not a brand-new item: its bounced attempts
      *  are the register's "R" events, and past the limit the item
                   Perform 3170-Report-Exception-Item
           End-Evaluate.

      *****************************************************************
      * An official check (drawer account zero) must be outstanding   *
      * on OFFCHK for exactly the presented amount.  One never issued *
      * goes to the exception queue like any positive-pay miss, one   *
      * already paid is a duplicate, and one escheated to the state   *
      * or presented for a different amount is queued for the         *
      * returns desk.  A good item credits the payee account and is   *
      * marked paid on the register, where OfcChk books the GL side.  *
      *****************************************************************
       3270-Pay-Official-Check.
           Perform 3271-Probe-Official-Check
           Move spaces to PosPay-Reason
           Evaluate True
               When not OfficialCheckFound
                   Move "NOIS" to PosPay-Reason
               When Offchk-Paid
                   Add 1 to ChecksDuplicate
                   Move "DUPLICATE PRESENTMENT" to Exception-Reason
                   Perform 3170-Report-Exception-Item
                   Exit Paragraph
               When Offchk-Escheated
                   Move "ESCH" to PosPay-Reason
               When Offchk-Amount not = PresentChk-Amount
                   Move "AMTM" to PosPay-Reason
               When Other
                   Continue
           End-Evaluate
           If PosPay-Reason not = spaces
              Add 1 to ChecksExceptioned
              Perform 3160-Queue-Exception-Item
              Move spaces to Exception-Reason
              String "OFFICIAL CHK " Delimited by size
                     PosPay-Reason  Delimited by size
                  into Exception-Reason
              Perform 3170-Report-Exception-Item
              Exit Paragraph
           End-If

           Invoke Account "createAccount"
             using by value PresentChk-Payee-Acct
             returning payeeAccount
           If payeeAccount = Null
              Display "NightlyRun: rejected official check "
                  PresentChk-Check-Number
                  " -- invalid payee account number"
              Move "INVALID ACCOUNT NUMBER" to Exception-Reason
              Perform 3170-Report-Exception-Item
              Add 1 to ChecksRejected
              Exit Paragraph
           End-If
      *  credit quietly refuses a closed or frozen account, so the
      *  status is proved first and the register left outstanding
           Invoke payeeAccount "getStatus"
             returning Official-Payee-Status
           If Official-Payee-Status not = "O"
              Display "NightlyRun: rejected official check "
                  PresentChk-Check-Number
                  " -- payee account is not open"
              Move "PAYEE ACCOUNT NOT OPEN" to Exception-Reason
              Perform 3170-Report-Exception-Item
              Add 1 to ChecksRejected
              Exit Paragraph
           End-If
           Move PresentChk-Amount to Official-Pay-Amount
           Invoke payeeAccount "credit"
             using by value Official-Pay-Amount
           Perform 3272-Mark-Official-Paid
           Add 1 to ChecksPosted
           Add 1 to OfficialChecksPaid
           If Current-Bank-Index > zero
              Add 1 to BS-Paid-Items(Current-Bank-Index)
              Add PresentChk-Amount
                to BS-Paid-Amount(Current-Bank-Index)
           End-If.

       3271-Probe-Official-Check.
           Move "N" to OfficialFound-Switch
      *  opened and closed around the one keyed read, the same way
      *  the customer register is probed
           Open Input OfficialCheckFile
           If OffChkStatus not = "00"
              Display "NightlyRun: unable to open OFFCHK, rc="
                      OffChkStatus
              Exit Paragraph
           End-If
           Move PresentChk-Check-Number to Offchk-Check-Number
           Read OfficialCheckFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Set OfficialCheckFound to true
           End-Read
           Close OfficialCheckFile.

       3272-Mark-Official-Paid.
           Open I-O OfficialCheckFile
           If OffChkStatus not = "00"
              Display "NightlyRun: unable to open OFFCHK to mark "
                      "official check " PresentChk-Check-Number
                      " paid, rc=" OffChkStatus
              Exit Paragraph
           End-If
           Move PresentChk-Check-Number to Offchk-Check-Number
           Read OfficialCheckFile
               Invalid Key
                   Display "NightlyRun: official check "
                           PresentChk-Check-Number
                           " vanished from OFFCHK before marking"
               Not Invalid Key
                   Set Offchk-Paid to true
                   Move Clearing-Run-Date     to Offchk-Status-Date
                   Move PresentChk-Payee-Acct to Offchk-Paid-Account
                   Move "N" to Offchk-Paid-GL-Booked
                   Rewrite Official-Check-Record
           End-Read
           Close OfficialCheckFile.

      *****************************************************************
      * Counts this check number's returned ("R") events on the      *
      * register -- opened and closed around the one keyed probe,    *
           Move "CHARGE BACK" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 29 -- look for check kiting across linked accounts,     *
      * once tonight's checks have cleared and the returned ones have  *
      * been charged back, so the float it measures is tonight's.     *
      * The worklist is the fraud team's; it never stops the night.   *
      *****************************************************************
       3420-Run-Kite-Detection-Stage.
           Display "NightlyRun: stage 29, check-kiting detection"
           Perform 1300-Note-Stage-Start
           Call "KiteDet"
           Move zero to Return-Code
           Move 29 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 29 to Hist-Stage-Number
           Move "KITE DETECT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 30 -- score accounts still inside their first days for  *
      * deposit fraud, after kiting detection and ahead of the card   *
      * and outbound stages, so an automatic fraud hold is in place   *
      * before anything else moves money off the account tonight.     *
      *****************************************************************
       3425-Run-New-Account-Stage.
           Display "NightlyRun: stage 30, new-account fraud monitor"
           Perform 1300-Note-Stage-Start
           Call "NewAcctMon"
           Move zero to Return-Code
           Move 30 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 30 to Hist-Stage-Number
           Move "NEW ACCT MON" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 27 -- memo-post the day's debit card authorizations as  *
      * CARD holds, ahead of the settlements that complete them.      *
      *****************************************************************
       3430-Run-Card-Auth-Stage.
           Display "NightlyRun: stage 27, card authorizations"
           Perform 1300-Note-Stage-Start
           Call "CardAuth"
           Move 27 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 27 to Hist-Stage-Number
           Move "CARD AUTH" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 28 -- match card settlements to their authorizations,   *
      * release the holds and post the debits, and drop the           *
      * authorizations that never settled.  Runs ahead of the hold   *
      * sweep, which then releases the dropped holds.                 *
      *****************************************************************
       3460-Run-Card-Settle-Stage.
           Display "NightlyRun: stage 28, card settlements"
           Perform 1300-Note-Stage-Start
           Call "CardSetl"
           Move 28 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 28 to Hist-Stage-Number
           Move "CARD SETTLE" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 32 -- electronic-transaction disputes: acknowledge new  *
      * cases, post provisional credits that have fallen due, carry   *
      * decided cases to the account, and age the open ones.          *
      *****************************************************************
       3480-Run-Dispute-Stage.
           Display "NightlyRun: stage 32, transaction disputes"
           Perform 1300-Note-Stage-Start
           Call "DispPost"
           Move 32 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 32 to Hist-Stage-Number
           Move "DISPUTE POST" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 3 -- release expired holds off the HOLDFILE ledger and  *
      * reconcile the ledger against Master-Hold-Amount.               *
           Move "HOLD EXPIRY" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 35 -- excess-balance sweep: checking accounts with a    *
      * sweep target move what stands above it to their linked        *
      * savings, once the day's money is posted and holds have        *
      * expired, and before interest, so it earns from tonight.       *
      *****************************************************************
       3600-Run-Balance-Sweep-Stage.
           Display "NightlyRun: stage 35, excess-balance sweep"
           Perform 1300-Note-Stage-Start
           Call "BalSweep"
           Move 35 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 35 to Hist-Stage-Number
           Move "BAL SWEEP" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 4 -- interest accrual, when the calendar says tonight   *
      * is an accrual night; otherwise the stage completes as a       *
           Move "OD INTEREST" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 19 -- charge-off: write off every account overdrawn     *
      * past the charge-off age on tonight's aging, and feed the      *
      * day's recoveries on charged-off accounts to the GL.  Runs     *
      * right behind the OD-interest stage whose aging it reads.       *
      *****************************************************************
       3920-Run-Charge-Off-Stage.
           Display "NightlyRun: stage 19, charge-off and recoveries"
           Perform 1300-Note-Stage-Start
           Call "ChgOff"
           Move 19 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 19 to Hist-Stage-Number
           Move "CHARGE-OFF" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 18 -- installment loans: bill every installment coming  *
      * due inside the billing lead and assess the late charge on     *
      * every billed installment past its grace period, ahead of the  *
      * replication feed so tonight's loan balances go out with it.   *
      *****************************************************************
       3950-Run-Loan-Billing-Stage.
           Display "NightlyRun: stage 18, installment-loan billing"
           Perform 1300-Note-Stage-Start
           Call "LoanBill"
           Move 18 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 18 to Hist-Stage-Number
           Move "LOAN BILLING" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 20 -- legal orders: every levy or garnishment received  *
      * since last night is applied against the debtor's accounts     *
      * once the day's posting, interest and charges have settled the *
      * balances it attaches to.                                       *
      *****************************************************************
       3970-Run-Legal-Order-Stage.
           Display "NightlyRun: stage 20, legal order processing"
           Perform 1300-Note-Stage-Start
           Call "LegalOrd"
           Move 20 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 20 to Hist-Stage-Number
           Move "LEGAL ORDERS" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 21 -- deceased customers: a date of death recorded      *
      * through CustMaint is worked the same night -- accounts frozen *
      * or the owner removed, benefit credits returned, standing      *
      * orders suspended -- ahead of the standing-order and notice    *
      * stages that would otherwise act on those accounts.            *
      *****************************************************************
       3980-Run-Deceased-Stage.
           Display "NightlyRun: stage 21, deceased-customer processing"
           Perform 1300-Note-Stage-Start
           Call "DecdProc"
           Move 21 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 21 to Hist-Stage-Number
           Move "DECEASED" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 6 -- hand ACCTMAST off to the ODBC3EG-pattern            *
      * replication job.                                                *
           Move "SNAPSHOT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 22 -- the daily interest accrual: one day's interest    *
      * for every interest-bearing account onto the INTACCR ledger    *
      * and the GL, off the snapshot just taken, so the accrual sees  *
      * tonight's close with every posting stage behind it.            *
      *****************************************************************
       6600-Run-Accrual-Stage.
           Display "NightlyRun: stage 22, daily interest accrual"
           Perform 1300-Note-Stage-Start
           Call "IntAccr"
           Move 22 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 22 to Hist-Stage-Number
           Move "INT ACCRUAL" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 23 -- the daily GL summarization: the day's journal,    *
      * summed by journal type, account type and branch, onto GLPOST  *
      * as balanced pairs.  Runs ahead of the journal roll, so        *
      * every posting stage's entries are still in the active file.   *
      *****************************************************************
       6700-Run-GL-Summary-Stage.
           Display "NightlyRun: stage 23, GL summarization"
           Perform 1300-Note-Stage-Start
           Call "JrnlGl"
           Move 23 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 23 to Hist-Stage-Number
           Move "GL SUMMARY" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 37 -- branch transfers: single accounts moving branch   *
      * and whole-branch closures off BRXFRIN, each balance moved     *
      * across the deposit-liability accounts on GLPOST.  Runs right  *
      * after the GL summarization so the balances it moves are what *
      * the old branch's ledger carries tonight.                       *
      *****************************************************************
       6750-Run-Branch-Transfer-Stage.
           Display "NightlyRun: stage 37, branch transfers"
           Perform 1300-Note-Stage-Start
           Call "BrchXfer"
           Move zero to Return-Code
           Move 37 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 37 to Hist-Stage-Number
           Move "BRANCH XFER" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 24 -- the daily fee-refund report: the day's supervisor *
      * fee refunds by operator and reason.  Reads the active journal *
      * file, so it runs ahead of the journal roll.                    *
      *****************************************************************
       6800-Run-Fee-Refund-Stage.
           Display "NightlyRun: stage 24, fee-refund report"
           Perform 1300-Note-Stage-Start
           Call "FeeRfRpt"
           Move 24 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 24 to Hist-Stage-Number
           Move "FEE REFUNDS" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 25 -- the official-check register: book the GL for the  *
      * cashier's checks and money orders issued and paid today and   *
      * list what is still outstanding.  Runs after the clearing      *
      * pass has marked tonight's paid items.                          *
      *****************************************************************
       6900-Run-Official-Check-Stage.
           Display "NightlyRun: stage 25, official-check register"
           Perform 1300-Note-Stage-Start
           Call "OfcChk"
           Move 25 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 25 to Hist-Stage-Number
           Move "OFFICIAL CHK" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 26 -- outbound wires: the wires released on TellWRel    *
      * for today go out on the Fedwire file, are marked sent and     *
      * booked to the GL, with the day's wire register and balancing  *
      * report.  A wire released after the cutoff waits for the next  *
      * business day's run.                                            *
      *****************************************************************
       6950-Run-Wire-Out-Stage.
           Display "NightlyRun: stage 26, outbound wires"
           Perform 1300-Note-Stage-Start
           Call "WireOut"
           Move 26 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 26 to Hist-Stage-Number
           Move "WIRES OUT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 31 -- the employee-account report: today's teller and   *
      * supervisor postings against accounts employees own, for       *
      * internal audit.  Reads the active journal file, so it runs    *
      * ahead of the journal roll; it never stops the night.          *
      *****************************************************************
       6970-Run-Employee-Account-Stage.
           Display "NightlyRun: stage 31, employee-account report"
           Perform 1300-Note-Stage-Start
           Call "EmpAcct"
           Move zero to Return-Code
           Move 31 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 31 to Hist-Stage-Number
           Move "EMPLOYEE ACT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 33 -- the branch hold-mail report: every statement and  *
      * notice the night's mailing stages held back because the       *
      * customer's mail is coming back, listed by branch.  Runs after *
      * the last mailing stage; it never stops the night.             *
      *****************************************************************
       6980-Run-Hold-Mail-Stage.
           Display "NightlyRun: stage 33, branch hold-mail report"
           Perform 1300-Note-Stage-Start
           Call "HoldMlRpt"
           Move zero to Return-Code
           Move 33 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 33 to Hist-Stage-Number
           Move "HOLD MAIL" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 34 -- idle-operator deactivation: every active operator *
      * who has not signed on within the idle limit is taken off,     *
      * each one logged to OPERHIST.  Runs ahead of the journal roll; *
      * it never stops the night.                                     *
      *****************************************************************
       6990-Run-Oper-Idle-Stage.
           Display "NightlyRun: stage 34, idle-operator deactivation"
           Perform 1300-Note-Stage-Start
           Call "OperIdle"
           Move zero to Return-Code
           Move 34 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 34 to Hist-Stage-Number
           Move "OPER IDLE" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 36 -- internet-banking extract: balances, available     *
      * balances, recent activity and active holds for every account *
      * linked to a customer on CUSTXREF, to the IBKEXTR file the     *
      * vendor loads.  Runs after everything that moves money and     *
      * ahead of the journal roll; it never stops the night.          *
      *****************************************************************
       6995-Run-Ibank-Extract-Stage.
           Display "NightlyRun: stage 36, internet-banking extract"
           Perform 1300-Note-Stage-Start
           Call "IbkExtr"
           Move zero to Return-Code
           Move 36 To Stage-Completed
           Perform 1100-Write-Run-Control
           Move 36 to Hist-Stage-Number
           Move "IBK EXTRACT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 8 -- CD maturity: pay out or roll over every time       *
      * deposit whose maturity date arrived with tonight's business   *
