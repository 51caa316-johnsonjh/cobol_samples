       cbl thread,pgmname(longmixed)
      ******************************************************************
      * IntRecon.cbl                                                   *
      *----------------------------------------------------------------*
      * Month-end accrual-to-paid reconciliation for Finance --        *
      * MonthEnd's tenth stage, still runnable standalone.  Reads the  *
      * INTACCR accrued-interest ledger and, for every account whose  *
      * interest was last credited in the month of the business date  *
      * (INTRECMON in the environment, YYYYMM, reports another        *
      * month), sets the amount paid beside the accrual the payment   *
      * relieved.  Every account where the two differ is listed with  *
      * the difference; the totals give the month's payments, the     *
      * accrual relieved, and the net unaccrued interest the payment  *
      * runs expensed directly.                                        *
      ******************************************************************
       Identification division.
       Program-id. "IntRecon".
       Environment division.
       Input-Output Section.
       File-Control.
           Select IntAccrualFile Assign to "INTACCR"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is IntAccr-Account-Number
               File Status is IntAccrualStatus.
           Select ReconReport Assign to "INTRECRP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  IntAccrualFile.
           Copy IntAccr.
       FD  ReconReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  IntAccrualStatus       pic X(02) value spaces.
           88 IntAccrualOK           value "00" "10".
       01  ReportFileStatus       pic X(02) value spaces.
       01  AccrEOF-Switch         pic X(01) value "N".
           88 NoMoreAccrRecords      value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Month-Env-Value        pic X(06) value spaces.
       01  Report-Month           pic 9(6) value zero.
       01  Paid-Month             pic 9(6) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Paid-Difference        pic S9(9) binary value zero.
       01  AccountsPaid           pic 9(7) value zero.
       01  AccountsFlagged        pic 9(7) value zero.
       01  PaidTotal              pic S9(11) binary value zero.
       01  RelievedTotal          pic S9(11) binary value zero.
       01  DifferenceTotal        pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "ACCRUAL-TO-PAID RECONCILIATION      ".
           05 H1-Month            pic 9999/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(26) value
              "ACCOUNT  TYPE  PAID ON".
           05 Filler              pic X(41) value
              "         PAID       ACCRUED    DIFFERENCE".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(05) value spaces.
           05 D-Type              pic X(01).
           05 Filler              pic X(03) value spaces.
           05 D-Paid-Date         pic 9999/99/99.
           05 Filler              pic X(01) value spaces.
           05 D-Paid              pic $$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 D-Relieved          pic $$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 D-Difference        pic $$$,$$$,$$9CR.
       01  Summary-Line.
           05 S-Label             pic X(20).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Reconcile-One-Account
               Until NoMoreAccrRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "IntRecon: accrual-to-paid reconciliation starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date(1:6) to Report-Month
           Move spaces to Month-Env-Value
           Accept Month-Env-Value from Environment "INTRECMON"
           If Month-Env-Value is numeric
                 and Month-Env-Value not = "000000"
              Move Month-Env-Value to Report-Month
           End-If
           Open Output ReconReport
           Perform 1200-Write-Headings
           Open Input IntAccrualFile
           If not IntAccrualOK
              Display "IntRecon: no INTACCR on file, rc="
                      IntAccrualStatus
              Move "Y" to AccrEOF-Switch
           End-If
           Perform 1100-Read-Ledger.

       1100-Read-Ledger.
           If not NoMoreAccrRecords
              Read IntAccrualFile
                  At End
                      Move "Y" to AccrEOF-Switch
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Report-Month to H1-Month
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       2000-Reconcile-One-Account.
           Move IntAccr-Last-Paid-Date(1:6) to Paid-Month
           If Paid-Month = Report-Month
              Add 1 to AccountsPaid
              Add IntAccr-Last-Paid     to PaidTotal
              Add IntAccr-Last-Relieved to RelievedTotal
              Compute Paid-Difference =
                  IntAccr-Last-Paid - IntAccr-Last-Relieved
              If Paid-Difference not = zero
                 Perform 2100-List-One-Difference
              End-If
           End-If
           Perform 1100-Read-Ledger.

       2100-List-One-Difference.
           Add 1 to AccountsFlagged
           Add Paid-Difference to DifferenceTotal
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move IntAccr-Account-Number to D-Account
           Move IntAccr-Account-Type   to D-Type
           Move IntAccr-Last-Paid-Date to D-Paid-Date
           Move IntAccr-Last-Paid      to D-Paid
           Move IntAccr-Last-Relieved  to D-Relieved
           Move Paid-Difference        to D-Difference
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "INTEREST PAID:" to S-Label
           Move AccountsPaid to S-Count
           Move PaidTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Move spaces to Summary-Line
           Move "ACCRUAL RELIEVED:" to S-Label
           Move RelievedTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "OUT OF BALANCE:" to S-Label
           Move AccountsFlagged to S-Count
           Move DifferenceTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ReconReport
           If IntAccrualOK
              Close IntAccrualFile
           End-If
           Display "IntRecon: month=" Report-Month
                   " paid=" AccountsPaid
                   " out of balance=" AccountsFlagged.

       End program "IntRecon".
