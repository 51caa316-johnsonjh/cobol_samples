       cbl thread,pgmname(longmixed)
      ******************************************************************
      * FeeWvRpt.cbl                                                   *
      *----------------------------------------------------------------*
      * Month-end fee-exemption waived-revenue report -- MonthEnd's    *
      * eleventh stage, still runnable standalone.  Sorts the month's *
      * FEEWAIVE records (the month of the business date; FEEWVMON in *
      * the environment, YYYYMM, reports another month) by exemption  *
      * code and branch, and lists for each code and branch the fees  *
      * waived and the revenue forgone, with a subtotal per code and  *
      * a grand total -- what each exemption program costs the bank,  *
      * and where.                                                     *
      ******************************************************************
       Identification division.
       Program-id. "FeeWvRpt" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select FeeWaiverFile Assign to "FEEWAIVE"
               Organization is Sequential
               File Status is FeeWaiverStatus.
           Select WaiverReport Assign to "FEEWVRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  FeeWaiverFile.
           Copy FeeWaive.
       FD  WaiverReport.
       01  Report-Line              pic X(80).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Exempt-Code      pic X(02).
           05 Sort-Branch-Code      pic X(03).
           05 Sort-Amount           pic S9(9) binary.

       Working-Storage Section.
       01  FeeWaiverStatus        pic X(02) value spaces.
           88 FeeWaiverOK            value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  WaiverEOF-Switch       pic X(01) value "N".
           88 NoMoreWaiverRecords    value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Month-Env-Value        pic X(06) value spaces.
       01  Report-Month           pic 9(6) value zero.
       01  Waive-Month            pic 9(6) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Current-Code           pic X(02) value spaces.
       01  Current-Branch         pic X(03) value spaces.
       01  Branch-Count           pic 9(7) value zero.
       01  Branch-Total           pic S9(11) binary value zero.
       01  Code-Count             pic 9(7) value zero.
       01  Code-Total             pic S9(11) binary value zero.
       01  Grand-Count            pic 9(7) value zero.
       01  Grand-Total            pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "FEE-EXEMPTION WAIVED REVENUE        ".
           05 H1-Month            pic 9999/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(46) value
              "EXEMPTION  BRANCH     WAIVED           REVENUE".
       01  Detail-Line.
           05 Filler              pic X(02) value spaces.
           05 D-Exempt-Code       pic X(02).
           05 Filler              pic X(07) value spaces.
           05 D-Branch            pic X(03).
           05 Filler              pic X(07) value spaces.
           05 D-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 D-Amount            pic $$$$,$$$,$$9CR.
       01  Summary-Line.
           05 S-Label             pic X(21).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Exempt-Code Sort-Branch-Code
               Input Procedure is 2000-Feed-Month-Waivers
               Output Procedure is 3000-Total-Waivers
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "FeeWvRpt: waived-revenue report starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date(1:6) to Report-Month
           Move spaces to Month-Env-Value
           Accept Month-Env-Value from Environment "FEEWVMON"
           If Month-Env-Value is numeric
                 and Month-Env-Value not = "000000"
              Move Month-Env-Value to Report-Month
           End-If
           Open Output WaiverReport
           Perform 1200-Write-Headings.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Report-Month to H1-Month
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

       2000-Feed-Month-Waivers.
           Open Input FeeWaiverFile
           If FeeWaiverOK
              Perform 2100-Read-Waiver
              Perform 2200-Release-One-Waiver
                  Until NoMoreWaiverRecords
              Close FeeWaiverFile
           Else
              Display "FeeWvRpt: no FEEWAIVE on file, rc="
                      FeeWaiverStatus
           End-If.

       2100-Read-Waiver.
           If not NoMoreWaiverRecords
              Read FeeWaiverFile
                  At End
                      Move "Y" to WaiverEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Waiver.
           Move Waive-Date(1:6) to Waive-Month
           If Waive-Month = Report-Month
              Move Waive-Exempt-Code to Sort-Exempt-Code
              Move Waive-Branch-Code to Sort-Branch-Code
              Move Waive-Amount      to Sort-Amount
              Release Sort-Record
           End-If
           Perform 2100-Read-Waiver.

      *****************************************************************
      * Output procedure: a branch line at every change of code or    *
      * branch, a code subtotal at every change of code.              *
      *****************************************************************
       3000-Total-Waivers.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Perform 3100-Return-Waiver
           Perform 3200-Tally-One-Waiver
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 3500-Write-Branch-Line
              Perform 3600-Write-Code-Subtotal
           End-If.

       3100-Return-Waiver.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-Tally-One-Waiver.
           If GroupIsOpen
              If Sort-Exempt-Code not = Current-Code
                 Perform 3500-Write-Branch-Line
                 Perform 3600-Write-Code-Subtotal
              Else
                 If Sort-Branch-Code not = Current-Branch
                    Perform 3500-Write-Branch-Line
                 End-If
              End-If
           End-If
           If Sort-Exempt-Code not = Current-Code
                 or not GroupIsOpen
              Move Sort-Exempt-Code to Current-Code
              Move zero to Code-Count Code-Total
              Move Sort-Branch-Code to Current-Branch
              Move zero to Branch-Count Branch-Total
              Move "Y" to GroupOpen-Switch
           End-If
           If Sort-Branch-Code not = Current-Branch
              Move Sort-Branch-Code to Current-Branch
              Move zero to Branch-Count Branch-Total
           End-If
           Add 1 to Branch-Count
           Add Sort-Amount to Branch-Total
           Perform 3100-Return-Waiver.

       3500-Write-Branch-Line.
           Move Current-Code   to D-Exempt-Code
           Move Current-Branch to D-Branch
           Move Branch-Count   to D-Count
           Move Branch-Total   to D-Amount
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Add Branch-Count to Code-Count
           Add Branch-Total to Code-Total.

       3600-Write-Code-Subtotal.
           Move spaces to Summary-Line
           Move "  CODE TOTAL:" to S-Label
           Move Current-Code to S-Label(15:2)
           Move Code-Count to S-Count
           Move Code-Total to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Add Code-Count to Grand-Count
           Add Code-Total to Grand-Total.

       9000-Terminate.
           Move spaces to Summary-Line
           Move "TOTAL WAIVED:" to S-Label
           Move Grand-Count to S-Count
           Move Grand-Total to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close WaiverReport
           Display "FeeWvRpt: month=" Report-Month
                   " waived=" Grand-Count
                   " amount=" Grand-Total.

       End program "FeeWvRpt".
