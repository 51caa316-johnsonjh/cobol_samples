       cbl thread,pgmname(longmixed)
      ******************************************************************
      * LegalRpt.cbl                                                   *
      *----------------------------------------------------------------*
      * Legal-hold retention report, run for the legal department.    *
      * Every record a purge or archive run kept back because a hold  *
      * was in force -- the LEGALRET log LegalChk appends to -- is    *
      * listed by matter, then by the date of the run, the program    *
      * that was purging, the file the record was kept on and its     *
      * account, with a count per matter: legal's proof that nothing  *
      * under a hold was destroyed.  The runs listed are those dated  *
      * LGLFROM through LGLTHRU (yyyymmdd, each defaulting to the     *
      * business date).  A second section lists the holds in force   *
      * on LEGALHLD as of the business date.  The log is never        *
      * emptied, so any period can be reported again.                 *
      ******************************************************************
       Identification division.
       Program-id. "LegalRpt" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select RetainedLogFile Assign to "LEGALRET"
               Organization is Sequential
               File Status is RetainedLogStatus.
           Select LegalHoldFile Assign to "LEGALHLD"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Lhold-Key
               File Status is LegalHoldStatus.
           Select LegalReport Assign to "LEGALRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  RetainedLogFile.
           Copy LegalRet.
       FD  LegalHoldFile.
           Copy LegalHld.
       FD  LegalReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Matter-Ref       pic X(12).
           05 Sort-Run-Date         pic 9(8).
           05 Sort-Program          pic X(08).
           05 Sort-Item             pic X(08).
           05 Sort-Account          pic 9(6).
           05 Sort-Subject-Type     pic X(01).
           05 Sort-Subject-Number   pic 9(6).
           05 Sort-Item-Date        pic 9(8).

       Working-Storage Section.
       01  RetainedLogStatus      pic X(02) value spaces.
           88 RetainedLogOK          value "00".
       01  LegalHoldStatus        pic X(02) value spaces.
           88 LegalHoldOK            value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  RetainedEOF-Switch     pic X(01) value "N".
           88 NoMoreRetainedRecords  value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreHoldRecords      value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".

       01  Today                  pic 9(8) value zero.
       01  From-Date              pic 9(8) value zero.
       01  Thru-Date              pic 9(8) value zero.
       01  Date-Env-Value         pic X(08) value spaces.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Current-Matter         pic X(12) value spaces.
       01  Matter-Count           pic 9(5) value zero.
       01  Grand-Count            pic 9(7) value zero.
       01  Holds-In-Force         pic 9(5) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "LEGAL-HOLD RETENTION REPORT   ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(14) value "RUNS FROM".
           05 H2-From             pic 9999/99/99.
           05 Filler              pic X(06) value " THRU ".
           05 H2-Thru             pic 9999/99/99.
       01  Heading-Line-3.
           05 Filler              pic X(40) value
              "MATTER        RUN DATE    PROGRAM   ITEM".
           05 Filler              pic X(33) value
              "      SUBJECT  ACCOUNT  ITEM DATE".
       01  Detail-Line.
           05 D-Matter-Ref        pic X(12).
           05 Filler              pic X(02) value spaces.
           05 D-Run-Date          pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Program           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Item              pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Subject-Type      pic X(01).
           05 Filler              pic X(01) value spaces.
           05 D-Subject-Number    pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 D-Account           pic 9(6) blank when zero.
           05 Filler              pic X(02) value spaces.
           05 D-Item-Date         pic 9999/99/99 blank when zero.
       01  Hold-Heading-Line.
           05 Filler              pic X(40) value
              "MATTER        SUBJECT   PLACED      BY  ".
           05 Filler              pic X(29) value
              "      RELEASE     DESCRIPTION".
       01  Hold-Line.
           05 HL-Matter-Ref       pic X(12).
           05 Filler              pic X(02) value spaces.
           05 HL-Subject-Type     pic X(01).
           05 Filler              pic X(01) value spaces.
           05 HL-Subject-Number   pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 HL-Placed-Date      pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 HL-Placed-By        pic X(08).
           05 Filler              pic X(02) value spaces.
           05 HL-Release-Date     pic 9999/99/99 blank when zero.
           05 Filler              pic X(02) value spaces.
           05 HL-Description      pic X(30).
       01  Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 S-Label             pic X(40).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Matter-Ref Sort-Run-Date
                             Sort-Program Sort-Item Sort-Account
               Input Procedure is 2000-Feed-Retained-Records
               Output Procedure is 3000-Report-Retained-Records
           Perform 4000-List-Holds-In-Force
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "LegalRpt: legal-hold retention report starting"
           Call "GetBusDate" using Today
           Move Today to From-Date
           Move Today to Thru-Date
           Move spaces to Date-Env-Value
           Accept Date-Env-Value from Environment "LGLFROM"
           If Date-Env-Value is numeric
              Move Date-Env-Value to From-Date
           End-If
           Move spaces to Date-Env-Value
           Accept Date-Env-Value from Environment "LGLTHRU"
           If Date-Env-Value is numeric
              Move Date-Env-Value to Thru-Date
           End-If
           If Thru-Date < From-Date
              Display "LegalRpt: LGLTHRU before LGLFROM, reporting "
                      "runs of " From-Date " only"
              Move From-Date to Thru-Date
           End-If
           Open Output LegalReport
           Perform 1200-Write-Headings.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move From-Date to H2-From
           Move Thru-Date to H2-Thru
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move Heading-Line-3 to Report-Line
           Write Report-Line
           Move 3 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * Input procedure: each retention logged by a run inside the    *
      * reporting period goes to the sort under its matter.           *
      *****************************************************************
       2000-Feed-Retained-Records.
           Open Input RetainedLogFile
           If not RetainedLogOK
              Display "LegalRpt: no LEGALRET log, rc="
                      RetainedLogStatus ", nothing has been retained"
              Exit Paragraph
           End-If
           Perform 2100-Read-Retained-Log
           Perform 2200-Release-One-Retention
               Until NoMoreRetainedRecords
           Close RetainedLogFile.

       2100-Read-Retained-Log.
           If not NoMoreRetainedRecords
              Read RetainedLogFile
                  At End
                      Move "Y" to RetainedEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Retention.
           If Lret-Date not < From-Date and Lret-Date not > Thru-Date
              Move Lret-Matter-Ref     to Sort-Matter-Ref
              Move Lret-Date           to Sort-Run-Date
              Move Lret-Program        to Sort-Program
              Move Lret-Item           to Sort-Item
              Move Lret-Account-Number to Sort-Account
              Move Lret-Subject-Type   to Sort-Subject-Type
              Move Lret-Subject-Number to Sort-Subject-Number
              Move Lret-Item-Date      to Sort-Item-Date
              Release Sort-Record
           End-If
           Perform 2100-Read-Retained-Log.

      *****************************************************************
      * Output procedure: retained records come back by matter, with  *
      * a count at each change of matter.                             *
      *****************************************************************
       3000-Report-Retained-Records.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Perform 3100-Return-Retained-Record
           Perform 3200-List-One-Record
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 3500-Write-Matter-Total
           End-If.

       3100-Return-Retained-Record.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-List-One-Record.
           If GroupIsOpen and Sort-Matter-Ref not = Current-Matter
              Perform 3500-Write-Matter-Total
           End-If
           If not GroupIsOpen
              Move Sort-Matter-Ref to Current-Matter
              Move zero to Matter-Count
              Move "Y" to GroupOpen-Switch
           End-If
           Add 1 to Matter-Count
           Move Sort-Matter-Ref     to D-Matter-Ref
           Move Sort-Run-Date       to D-Run-Date
           Move Sort-Program        to D-Program
           Move Sort-Item           to D-Item
           Move Sort-Subject-Type   to D-Subject-Type
           Move Sort-Subject-Number to D-Subject-Number
           Move Sort-Account        to D-Account
           Move Sort-Item-Date      to D-Item-Date
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Perform 3100-Return-Retained-Record.

       3500-Write-Matter-Total.
           Move spaces to Summary-Line
           Move "MATTER              RECORDS RETAINED:" to S-Label
           Move Current-Matter to S-Label(8:12)
           Move Matter-Count to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Add Matter-Count to Grand-Count
           Move "N" to GroupOpen-Switch.

      *****************************************************************
      * The holds in force tonight, whether or not any run has had    *
      * to keep anything back for them yet.                           *
      *****************************************************************
       4000-List-Holds-In-Force.
           Move spaces to Summary-Line
           Move "TOTAL RECORDS RETAINED:" to S-Label
           Move Grand-Count to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move "HOLDS IN FORCE" to Report-Line
           Perform 1300-Write-Line
           Move Hold-Heading-Line to Report-Line
           Perform 1300-Write-Line
           Open Input LegalHoldFile
           If not LegalHoldOK
              Move "    NO LEGALHLD FILE -- NO HOLDS HAVE BEEN PLACED"
                   to Report-Line
              Perform 1300-Write-Line
              Exit Paragraph
           End-If
           Perform 4100-Read-Hold
           Perform 4200-List-One-Hold
               Until NoMoreHoldRecords
           Close LegalHoldFile
           Move spaces to Summary-Line
           Move "TOTAL HOLDS IN FORCE:" to S-Label
           Move Holds-In-Force to S-Count
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line.

       4100-Read-Hold.
           If not NoMoreHoldRecords
              Read LegalHoldFile Next Record
                  At End
                      Move "Y" to HoldEOF-Switch
              End-Read
           End-If.

       4200-List-One-Hold.
           If Lhold-Release-Date = zero
                 or Lhold-Release-Date > Today
              Add 1 to Holds-In-Force
              Move Lhold-Matter-Ref     to HL-Matter-Ref
              Move Lhold-Subject-Type   to HL-Subject-Type
              Move Lhold-Subject-Number to HL-Subject-Number
              Move Lhold-Placed-Date    to HL-Placed-Date
              Move Lhold-Placed-By      to HL-Placed-By
              Move Lhold-Release-Date   to HL-Release-Date
              Move Lhold-Description    to HL-Description
              Move Hold-Line to Report-Line
              Perform 1300-Write-Line
           End-If
           Perform 4100-Read-Hold.

       9000-Terminate.
           Close LegalReport
           Display "LegalRpt: records retained=" Grand-Count
                   " holds in force=" Holds-In-Force.

       End program "LegalRpt".
