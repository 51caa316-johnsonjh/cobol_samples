       cbl thread,pgmname(longmixed)
      ******************************************************************
      * LoanBill.cbl                                                   *
      *----------------------------------------------------------------*
      * Installment-loan billing and late-charge run -- NightlyRun's   *
      * loan stage, still runnable standalone.  Scans ACCTMAST for     *
      * open type-L accounts and, through LoanAccount's own methods,   *
      * bills every installment falling due within the billing lead   *
      * window and assesses the late charge on every billed           *
      * installment still unpaid once its grace period has run out.   *
      * The lead, the grace period and the late charge itself come    *
      * from FEESCHED (codes LNLD, LNGR and LATE) with the built-in    *
      * figures below as defaults, and the night's late-charge income *
      * is fed to the GL as one summarized pair.  The cash side --    *
      * advances and payments -- reaches the GL through JrnlGl.       *
      ******************************************************************
       Identification division.
       Program-id. "LoanBill" recursive.
       Environment division.
       Configuration section.
       Repository.
           Class LoanAccount is "LoanAccount".
       Input-Output Section.
       File-Control.
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
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  GLPostFile.
           Copy GLPost.
       Working-Storage Section.
       01  AcctMasterStatus        pic X(02) value spaces.
           88 AcctMasterOK            value "00".
       01  MasterEOF-Switch        pic X(01) value "N".
           88 NoMoreMasterRecords     value "Y".
       01  GLPostFileStatus        pic X(02) value spaces.

       01  Business-Date           pic 9(8) value zero.
       01  Billing-Horizon-Date    pic 9(8) value zero.
       01  Saved-Scan-Account-Number pic 9(06).
       01  Loan-Binary-Account     pic S9(6) binary value zero.
      *  billing lead in days, grace period in days, and the late
      *  charge in cents -- FEESCHED overrides each
       01  Billing-Lead-Days       pic S9(9) binary value 15.
       01  Grace-Days              pic S9(9) binary value 15.
       01  Late-Charge-Amount      pic S9(9) binary value 2500.
       01  Fee-Acct-Type           pic X(01) value "L".
       01  Fee-Default             pic S9(9) binary value zero.
       01  Loan-Billed             pic S9(9) binary value zero.
       01  Loan-Late-Charged       pic S9(9) binary value zero.
       01  LoansScanned            pic 9(07) value zero.
       01  LoansBilled             pic 9(07) value zero.
       01  LoansLateCharged        pic 9(07) value zero.
       01  LoansHeld               pic 9(07) value zero.
       01  TotalBilled             pic S9(11) comp-3 value zero.
       01  TotalLateCharges        pic S9(9) binary value zero.
       01  GL-Resolve-Default      pic X(10) value spaces.
       01  GL-Resolved-Account     pic X(10) value spaces.

       Local-storage section.
       01  workingLoan             usage object reference LoanAccount.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Scan-Master
               Until NoMoreMasterRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "LoanBill: installment-loan billing starting"
           Call "GetBusDate" using Business-Date
           Move Billing-Lead-Days to Fee-Default
           Call "FeeLook" using by content "LNLD"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Billing-Lead-Days
           Move Grace-Days to Fee-Default
           Call "FeeLook" using by content "LNGR"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Grace-Days
           Move Late-Charge-Amount to Fee-Default
           Call "FeeLook" using by content "LATE"
                                by reference Fee-Acct-Type
                                             Fee-Default
                                             Late-Charge-Amount
           Compute Billing-Horizon-Date = Function Date-Of-Integer(
               Function Integer-Of-Date(Business-Date)
               + Billing-Lead-Days)

           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "LoanBill: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to MasterEOF-Switch
           End-If
           Perform 1100-Read-Master.

       1100-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

      *****************************************************************
      * The LoanAccount methods open their own connector to ACCTMAST  *
      * -- the same physical dataset this scan already has open -- so *
      * the scan's connector is closed around the Invokes and         *
      * reopened afterward, repositioned by key, the MinBalChg way.   *
      *****************************************************************
       2000-Scan-Master.
           If Master-Type-Loan and Master-Status-Open
              Add 1 to LoansScanned
              If Master-Loan-Billing-Held
                 Add 1 to LoansHeld
              Else
                 Move Master-Account-Number
                   to Saved-Scan-Account-Number
                 Close AcctMasterFile
                 Perform 2100-Bill-One-Loan
                 Perform 2050-Reopen-And-Reposition
              End-If
           End-If
           Perform 1100-Read-Master.

       2050-Reopen-And-Reposition.
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "LoanBill: unable to reopen ACCTMAST after "
                      "billing, rc=" AcctMasterStatus
              Move "Y" to MasterEOF-Switch
              Exit Paragraph
           End-If

           Move Saved-Scan-Account-Number to Master-Account-Number
           Start AcctMasterFile Key is Not Less Than
                 Master-Account-Number
               Invalid Key
                  Move "Y" to MasterEOF-Switch
           End-Start

           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

       2100-Bill-One-Loan.
           Move Saved-Scan-Account-Number to Loan-Binary-Account
           Invoke LoanAccount "openLoanAccount"
             using by value Loan-Binary-Account
             returning workingLoan
           If workingLoan = Null
              Exit Paragraph
           End-If

           Invoke workingLoan "billInstallments"
             using by value Billing-Horizon-Date
             returning Loan-Billed
           If Loan-Billed > zero
              Add 1 to LoansBilled
              Add Loan-Billed to TotalBilled
           End-If

           Invoke workingLoan "assessLateCharges"
             using by value Business-Date Grace-Days
                            Late-Charge-Amount
             returning Loan-Late-Charged
           If Loan-Late-Charged > zero
              Add 1 to LoansLateCharged
              Add Loan-Late-Charged to TotalLateCharges
           End-If.

      *****************************************************************
      * Summarized GL feed for the night's late charges: one debit to *
      * loan late charges receivable and a balancing credit to late-  *
      * charge income.                                                 *
      *****************************************************************
       2500-Post-GL-Entries.
           If TotalLateCharges = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If

           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "1450-LNLATE" to GL-Resolve-Default
           Call "GlResolv" using by content "LOANBILL" "LATEREC "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Debit     to true
           Move TotalLateCharges to GL-Amount
           Move "LOANBILL"     to GL-Source-Program
           Move "INSTALLMENT LOAN LATE CHARGES" to GL-Description
           Write GL-Posting-Record

           Move "4750-LNLATE" to GL-Resolve-Default
           Call "GlResolv" using by content "LOANBILL" "LATEINC "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Credit    to true
           Write GL-Posting-Record

           Close GLPostFile.

       9000-Terminate.
           Close AcctMasterFile
           Perform 2500-Post-GL-Entries
           Display "LoanBill: loans=" LoansScanned
                   " billed=" LoansBilled
                   " late-charged=" LoansLateCharged
                   " on billing hold=" LoansHeld
           Display "LoanBill: total billed=" TotalBilled
                   " total late charges=" TotalLateCharges.

       End program "LoanBill".
