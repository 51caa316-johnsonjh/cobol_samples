       cbl thread,pgmname(longmixed)
      ******************************************************************
      * FeeRfRpt.cbl                                                   *
      *----------------------------------------------------------------*
      * Daily fee-refund report for the branch managers -- who is     *
      * giving money back, and why.  Sorts the day's fee-refund       *
      * journal entries (type "1", posted by the TellRfnd supervisor  *
      * transaction) by operator and FEERFRSN reason code and lists   *
      * each refund -- account, the date of the fee refunded, amount  *
      * -- with a subtotal per reason, a total per operator and a     *
      * grand total on FEERFRPT.  A NightlyRun stage ahead of the     *
      * journal roll, while the day's entries are still in JRNLFILE.  *
      ******************************************************************
       Identification division.
       Program-id. "FeeRfRpt" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select RefundReport Assign to "FEERFRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  JournalFile.
           Copy Journal.
       FD  RefundReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Operator-Id      pic X(8).
           05 Sort-Reason-Code      pic X(02).
           05 Sort-Account-Number   pic 9(6).
           05 Sort-Fee-Date         pic 9(8).
           05 Sort-Amount           pic S9(9) binary.

       Working-Storage Section.
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalOK              value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".

           Copy FeeRfRsn.
       01  Reason-Index           pic 9(2) value zero.
       01  Reason-Found-Index     pic 9(2) value zero.

       01  Today                  pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Current-Operator       pic X(8) value spaces.
       01  Current-Reason         pic X(02) value spaces.
       01  Reason-Count           pic 9(5) value zero.
       01  Reason-Total           pic S9(11) binary value zero.
       01  Operator-Count         pic 9(5) value zero.
       01  Operator-Total         pic S9(11) binary value zero.
       01  Grand-Count            pic 9(7) value zero.
       01  Grand-Total            pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "DAILY FEE REFUNDS             ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(48) value
              "OPERATOR  RSN  REASON                          ".
           05 Filler              pic X(32) value
              "ACCOUNT FEE DATE        AMOUNT  ".
       01  Detail-Line.
           05 D-Operator          pic X(8).
           05 Filler              pic X(02) value spaces.
           05 D-Reason-Code       pic X(02).
           05 Filler              pic X(03) value spaces.
           05 D-Reason-Desc       pic X(30).
           05 Filler              pic X(03) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 D-Fee-Date          pic 9999/99/99.
           05 Filler              pic X(01) value spaces.
           05 D-Amount            pic $$$,$$$,$$9CR.
       01  Summary-Line.
           05 Filler              pic X(10) value spaces.
           05 S-Label             pic X(38).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(08) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Operator-Id Sort-Reason-Code
                             Sort-Account-Number
               Input Procedure is 2000-Feed-Refund-Entries
               Output Procedure is 3000-Report-Refunds
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "FeeRfRpt: daily fee-refund report starting"
           Call "GetBusDate" using Today
           Open Output RefundReport
           Perform 1200-Write-Headings.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

       2000-Feed-Refund-Entries.
           Open Input JournalFile
           If JournalOK
              Perform 2100-Read-Journal
              Perform 2200-Release-One-Entry
                  Until NoMoreJournalRecords
              Close JournalFile
           Else
              Display "FeeRfRpt: unable to open JRNLFILE, rc="
                      JournalFileStatus
           End-If.

       2100-Read-Journal.
           If not NoMoreJournalRecords
              Read JournalFile
                  At End
                      Move "Y" to JournalEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Entry.
           If Journal-Fee-Refund and Journal-Date = Today
              Move Journal-Operator-Id    to Sort-Operator-Id
              Move Journal-Reason-Code    to Sort-Reason-Code
              Move Journal-Account-Number to Sort-Account-Number
              If Journal-Refund-Fee-Date is numeric
                 Move Journal-Refund-Fee-Date to Sort-Fee-Date
              Else
                 Move zero to Sort-Fee-Date
              End-If
              Move Journal-Amount         to Sort-Amount
              Release Sort-Record
           End-If
           Perform 2100-Read-Journal.

      *****************************************************************
      * Output procedure: refunds come back by operator and reason; a *
      * reason subtotal at each change of reason, an operator total   *
      * at each change of operator.                                    *
      *****************************************************************
       3000-Report-Refunds.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Perform 3100-Return-Refund
           Perform 3200-List-One-Refund
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 3500-Write-Reason-Subtotal
              Perform 3600-Write-Operator-Total
           End-If.

       3100-Return-Refund.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-List-One-Refund.
           If GroupIsOpen
              If Sort-Operator-Id not = Current-Operator
                 Perform 3500-Write-Reason-Subtotal
                 Perform 3600-Write-Operator-Total
              Else
                 If Sort-Reason-Code not = Current-Reason
                    Perform 3500-Write-Reason-Subtotal
                 End-If
              End-If
           End-If
           If Sort-Operator-Id not = Current-Operator
                 or not GroupIsOpen
              Move Sort-Operator-Id to Current-Operator
              Move zero to Operator-Count Operator-Total
              Move Sort-Reason-Code to Current-Reason
              Move zero to Reason-Count Reason-Total
              Move "Y" to GroupOpen-Switch
           End-If
           If Sort-Reason-Code not = Current-Reason
              Move Sort-Reason-Code to Current-Reason
              Move zero to Reason-Count Reason-Total
           End-If
           Add 1 to Reason-Count
           Add Sort-Amount to Reason-Total

           Perform 3300-Describe-Reason
           Move Sort-Operator-Id    to D-Operator
           Move Sort-Reason-Code    to D-Reason-Code
           Move Sort-Account-Number to D-Account
           Move Sort-Fee-Date       to D-Fee-Date
           Move Sort-Amount         to D-Amount
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Perform 3100-Return-Refund.

       3300-Describe-Reason.
           Move zero to Reason-Found-Index
           Perform 3310-Match-One-Reason
               Varying Reason-Index from 1 by 1
               Until Reason-Index > Refund-Reason-Count
                  or Reason-Found-Index > zero
           If Reason-Found-Index > zero
              Move RR-Description(Reason-Found-Index) to D-Reason-Desc
           Else
              Move "UNKNOWN REASON CODE" to D-Reason-Desc
           End-If.

       3310-Match-One-Reason.
           If RR-Code(Reason-Index) = Sort-Reason-Code
              Move Reason-Index to Reason-Found-Index
           End-If.

       3500-Write-Reason-Subtotal.
           Move spaces to Summary-Line
           Move "REASON    TOTAL:" to S-Label
           Move Current-Reason to S-Label(8:2)
           Move Reason-Count to S-Count
           Move Reason-Total to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Add Reason-Count to Operator-Count
           Add Reason-Total to Operator-Total.

       3600-Write-Operator-Total.
           Move spaces to Summary-Line
           Move "OPERATOR          TOTAL:" to S-Label
           Move Current-Operator to S-Label(10:8)
           Move Operator-Count to S-Count
           Move Operator-Total to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Add Operator-Count to Grand-Count
           Add Operator-Total to Grand-Total.

       9000-Terminate.
           Move spaces to Summary-Line
           Move "TOTAL FEES REFUNDED:" to S-Label
           Move Grand-Count to S-Count
           Move Grand-Total to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close RefundReport
           Display "FeeRfRpt: refunds=" Grand-Count
                   " amount=" Grand-Total.

       End program "FeeRfRpt".
