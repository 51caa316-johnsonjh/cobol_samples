      ******************************************************************
      * MonthEnd.cbl                                                   *
      *----------------------------------------------------------------*
      * Month-end processing driver, in the NightlyRun mould.          *
      * Scheduled every night after the nightly run; it reads the      *
      * PROCCAL row for the business date and exits quietly unless     *
      * ProcCal-Is-Month-End, so operations stops hand-submitting the  *
      * month-end jobs in the right order.  Runs, in order: the        *
      * account-analysis report (AcctAnal), the foreign-currency       *
      * revaluation (FxReval), the analysis billing (AnalBill), the    *
      * combined statements (CombStmt), the charged-off and recovered  *
      * report (ChgOffRpt), the payable-on-death designation           *
      * exceptions (PodExRpt), at quarter-end the insured-deposit      *
      * calculation (InsDep), the custodial age-of-majority run        *
      * (MinorConv), the backup-withholding remittance report          *
      * (BkwRmt), the accrual-to-paid interest reconciliation          *
      * (IntRecon), the fee-exemption waived-revenue report            *
      * (FeeWvRpt), and the customer relationship profitability        *
      * ranking (RelProf).  A MERUNCTL record tracks the highest       *
      * completed stage for restart, and every stage writes a RUNHIST  *
      * row (stage numbers 41 up, clear of the nightly ladder's 1-37 *
      * and GetParm's 99) so OpsRpt trends the month-end window the    *
      * way it already trends the nightly one.                         *
      ******************************************************************
       Identification division.
       Program-id. "MonthEnd".
           88 MonthEnd-FxReval-Done  value 2.
           88 MonthEnd-AnalBill-Done  value 3.
           88 MonthEnd-Statements-Done value 4.
           88 MonthEnd-ChgOffRpt-Done value 5.
           88 MonthEnd-PodExRpt-Done value 6.
           88 MonthEnd-InsDep-Done   value 7.
           88 MonthEnd-MinorConv-Done value 8.
           88 MonthEnd-BkwRmt-Done   value 9.
           88 MonthEnd-IntRecon-Done value 10.
           88 MonthEnd-FeeWvRpt-Done value 11.
           88 MonthEnd-RelProf-Done  value 12.

       01  Stage-Start-Date       pic 9(8) value zero.
       01  Stage-Start-Time       pic 9(8) value zero.
           If MonthEnd-AnalBill-Done
              Perform 4000-Run-Statement-Stage
           End-If
           If MonthEnd-Statements-Done
              Perform 4500-Run-ChgOff-Report-Stage
           End-If
           If MonthEnd-ChgOffRpt-Done
              Perform 4600-Run-Pod-Exception-Stage
           End-If
           If MonthEnd-PodExRpt-Done
              Perform 4700-Run-Insured-Deposit-Stage
           End-If
           If MonthEnd-InsDep-Done
              Perform 4800-Run-Minor-Conversion-Stage
           End-If
           If MonthEnd-MinorConv-Done
              Perform 4900-Run-Backup-Withholding-Stage
           End-If
           If MonthEnd-BkwRmt-Done
              Perform 4950-Run-Accrual-Recon-Stage
           End-If
           If MonthEnd-IntRecon-Done
              Perform 4960-Run-Fee-Waiver-Stage
           End-If
           If MonthEnd-FeeWvRpt-Done
              Perform 4970-Run-Rel-Profit-Stage
           End-If
           Display "MonthEnd: month-end complete, stage="
                   Stage-Completed
           Goback.
           Call "AcctAnal"
           Move 1 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 41 to Hist-Stage-Number
           Move "ME ANALYSIS" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

           Call "FxReval"
           Move 2 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 42 to Hist-Stage-Number
           Move "ME FX REVAL" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

           Call "AnalBill"
           Move 3 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 44 to Hist-Stage-Number
           Move "ME ANAL BILL" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

           Call "CombStmt"
           Move 4 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 43 to Hist-Stage-Number
           Move "ME COMB STMT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 5 -- the month's charged-off/recovered report for the   *
      * reserve committee.                                             *
      *****************************************************************
       4500-Run-ChgOff-Report-Stage.
           Display "MonthEnd: stage 5, charge-off and recovery report"
           Perform 1300-Note-Stage-Start
           Call "ChgOffRpt"
           Move 5 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 45 to Hist-Stage-Number
           Move "ME CHGOFF RP" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 6 -- payable-on-death designations whose shares do not  *
      * total 100 or whose beneficiary customers have gone inactive  *
      * or been merged away.                                           *
      *****************************************************************
       4600-Run-Pod-Exception-Stage.
           Display "MonthEnd: stage 6, POD designation exceptions"
           Perform 1300-Note-Stage-Start
           Call "PodExRpt"
           Move 6 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 46 to Hist-Stage-Number
           Move "ME POD EXCPT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 7 -- the insured-deposit calculation, due only on the   *
      * quarter's last month-end; other months mark it done unrun so  *
      * a restart does not come back for it.                           *
      *****************************************************************
       4700-Run-Insured-Deposit-Stage.
           Display "MonthEnd: stage 7, insured-deposit calculation"
           Perform 1300-Note-Stage-Start
           If Business-Date(5:2) = "03" or "06" or "09" or "12"
              Call "InsDep"
           Else
              Display "MonthEnd: not a quarter-end, "
                      "insured-deposit calculation skipped"
           End-If
           Move 7 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 47 to Hist-Stage-Number
           Move "ME INS DEPOS" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 8 -- custodial accounts whose minor comes of age: the   *
      * 90-day list and notices, and the re-titling of those due.     *
      *****************************************************************
       4800-Run-Minor-Conversion-Stage.
           Display "MonthEnd: stage 8, custodial age-of-majority run"
           Perform 1300-Note-Stage-Start
           Call "MinorConv"
           Move 8 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 48 to Hist-Stage-Number
           Move "ME MINOR CNV" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 9 -- the backup-withholding remittance report, so the   *
      * tax desk has the month's deposit due off the BKWLOG events.   *
      *****************************************************************
       4900-Run-Backup-Withholding-Stage.
           Display "MonthEnd: stage 9, backup-withholding remittance"
           Perform 1300-Note-Stage-Start
           Call "BkwRmt"
           Move 9 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 49 to Hist-Stage-Number
           Move "ME BKW REMIT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 10 -- the accrual-to-paid reconciliation, flagging any  *
      * account whose interest credited this month differs from what *
      * the nightly accrual had booked for it.                        *
      *****************************************************************
       4950-Run-Accrual-Recon-Stage.
           Display "MonthEnd: stage 10, accrual-to-paid reconciliation"
           Perform 1300-Note-Stage-Start
           Call "IntRecon"
           Move 10 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 50 to Hist-Stage-Number
           Move "ME INT RECON" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 11 -- the month's fee revenue waived under fee-         *
      * exemption codes, by code and branch.                          *
      *****************************************************************
       4960-Run-Fee-Waiver-Stage.
           Display "MonthEnd: stage 11, fee-exemption waived revenue"
           Perform 1300-Note-Stage-Start
           Call "FeeWvRpt"
           Move 11 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 51 to Hist-Stage-Number
           Move "ME FEE WAIVE" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

      *****************************************************************
      * Stage 12 -- each customer's whole relationship valued and     *
      * ranked by net contribution, with the unprofitable heavy-      *
      * activity relationships flagged for a pricing conversation.    *
      *****************************************************************
       4970-Run-Rel-Profit-Stage.
           Display "MonthEnd: stage 12, relationship profitability"
           Perform 1300-Note-Stage-Start
           Call "RelProf"
           Move 12 to Stage-Completed
           Perform 1100-Write-Run-Control
           Move 52 to Hist-Stage-Number
           Move "ME REL PROFT" to Hist-Stage-Name
           Perform 1400-Write-Run-History.

       End program "MonthEnd".
