       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ParmRpt.cbl                                                    *
      *----------------------------------------------------------------*
      * System-parameter listing for the auditors, on PARMRPT:        *
      *   - every SYSPARM row by parameter and effective date, marked *
      *     IN FORCE (the row the business date resolves to),         *
      *     SCHEDULED (effective later) or SUPERSEDED, with who       *
      *     submitted and who approved it;                             *
      *   - the values the runs of one business date actually used,   *
      *     off GetParm's stage-99 RUNHIST rows, each with the        *
      *     program, where the value came from and when it was read;  *
      *   - the PARMPEND requests still waiting for a decision.       *
      * The run-date section covers PARMDATE (environment, YYYYMMDD)  *
      * and by default the latest business date RUNHIST has           *
      * parameter rows for -- last night's run.                        *
      ******************************************************************
       Identification division.
       Program-id. "ParmRpt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select SysParmFile Assign to "SYSPARM"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Parm-Key
               File Status is SysParmStatus.
           Select RunHistFile Assign to "RUNHIST"
               Organization is Sequential
               File Status is RunHistStatus.
           Select ParmPendFile Assign to "PARMPEND"
               Organization is Sequential
               File Status is ParmPendFileStatus.
           Select ParmReport Assign to "PARMRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  SysParmFile.
           Copy SysParm.
       FD  RunHistFile.
           Copy RunHist.
       FD  ParmPendFile.
           Copy ParmPend.
       FD  ParmReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  SysParmStatus          pic X(02) value spaces.
           88 SysParmOK              value "00".
       01  RunHistStatus          pic X(02) value spaces.
           88 RunHistOK              value "00".
       01  ParmPendFileStatus     pic X(02) value spaces.
           88 ParmPendFileOK         value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  ReadEOF-Switch         pic X(01) value "N".
           88 NoMoreRecords          value "Y".
       01  Held-Switch            pic X(01) value "N".
           88 RowIsHeld              value "Y".

       01  Today                  pic 9(8) value zero.
       01  Date-Env-Value         pic X(08) value spaces.
       01  Run-Date               pic 9(8) value zero.

      *  a SYSPARM row is listed once the row after it is known --
      *  whether it is still in force depends on its successor
       01  Held-Row.
           05 Held-Name           pic X(10).
           05 Held-Effective      pic 9(08).
           05 Held-Value          pic X(18).
           05 Held-Description    pic X(40).
           05 Held-Submitted-By   pic X(08).
           05 Held-Approved-By    pic X(08).
           05 Held-Approved-Date  pic 9(08).

       01  Time-Work.
           05 TW-HH               pic 9(02).
           05 TW-MM               pic 9(02).
           05 TW-SS               pic 9(02).
           05 Filler              pic 9(02).

       01  RowsListed             pic 9(7) value zero.
       01  RowsInForce            pic 9(7) value zero.
       01  RowsScheduled          pic 9(7) value zero.
       01  ValuesUsed             pic 9(7) value zero.
       01  ValuesDefaulted        pic 9(7) value zero.
       01  RequestsPending        pic 9(7) value zero.

       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "SYSTEM PARAMETER LISTING                ".
           05 Filler              pic X(03) value spaces.
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(06) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Section-Line           pic X(60) value spaces.
       01  Used-Title.
           05 Filler              pic X(38) value
              "VALUES USED BY RUNS OF BUSINESS DATE".
           05 UT-Date             pic 9999/99/99.
       01  Parm-Heading.
           05 Filler              pic X(40) value
              "PARAMETER   EFFECTIVE   VALUE           ".
           05 Filler              pic X(38) value
              "    STATUS      SUBMITTED APPROVED  ON".
       01  Used-Heading.
           05 Filler              pic X(40) value
              "PROGRAM   PARAMETER   VALUE             ".
           05 Filler              pic X(35) value
              "  SOURCE           EFFECTIVE   TIME".
       01  Pend-Heading.
           05 Filler              pic X(36) value
              "REQUEST ACT PARAMETER   EFFECTIVE   ".
           05 Filler              pic X(32) value
              "VALUE               SUBMITTED ON".
       01  Parm-Line.
           05 PL-Name             pic X(10).
           05 Filler              pic X(02) value spaces.
           05 PL-Effective        pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 PL-Value            pic X(18).
           05 Filler              pic X(02) value spaces.
           05 PL-Status           pic X(10).
           05 Filler              pic X(02) value spaces.
           05 PL-Submitted-By     pic X(08).
           05 Filler              pic X(02) value spaces.
           05 PL-Approved-By      pic X(08).
           05 Filler              pic X(02) value spaces.
           05 PL-Approved-Date    pic 9999/99/99 blank when zero.
       01  Description-Line.
           05 Filler              pic X(12) value spaces.
           05 DL-Description      pic X(40).
       01  Used-Line.
           05 UL-Program          pic X(08).
           05 Filler              pic X(02) value spaces.
           05 UL-Name             pic X(10).
           05 Filler              pic X(02) value spaces.
           05 UL-Value            pic X(18).
           05 Filler              pic X(02) value spaces.
           05 UL-Source           pic X(15).
           05 Filler              pic X(02) value spaces.
           05 UL-Effective        pic 9999/99/99 blank when zero.
           05 Filler              pic X(02) value spaces.
           05 UL-HH               pic 9(02).
           05 Filler              pic X(01) value ":".
           05 UL-MM               pic 9(02).
           05 Filler              pic X(01) value ":".
           05 UL-SS               pic 9(02).
       01  Pend-Line.
           05 PN-Seq              pic 9(06).
           05 Filler              pic X(02) value spaces.
           05 PN-Action           pic X(01).
           05 Filler              pic X(03) value spaces.
           05 PN-Name             pic X(10).
           05 Filler              pic X(02) value spaces.
           05 PN-Effective        pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 PN-Value            pic X(18).
           05 Filler              pic X(02) value spaces.
           05 PN-Submitted-By     pic X(08).
           05 Filler              pic X(02) value spaces.
           05 PN-Submitted-Date   pic 9999/99/99.
       01  Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-List-Parameters
           Perform 3000-List-Values-Used
           Perform 4000-List-Pending-Requests
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ParmRpt: system-parameter listing starting"
           Call "GetBusDate" using Today
           Move spaces to Date-Env-Value
           Accept Date-Env-Value from Environment "PARMDATE"
           If Date-Env-Value is numeric
                 and Date-Env-Value not = "00000000"
              Move Date-Env-Value to Run-Date
           End-If
           Open Output ParmReport.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount = zero or LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

       1400-Open-Section.
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move Section-Line to Report-Line
           Perform 1300-Write-Line.

      *****************************************************************
      * SYSPARM in key order: each name's rows oldest effective date  *
      * first, so a row is superseded exactly when the next row of    *
      * the same name is already effective.                            *
      *****************************************************************
       2000-List-Parameters.
           Move "PARAMETERS ON FILE" to Section-Line
           Perform 1400-Open-Section
           Move Parm-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input SysParmFile
           If not SysParmOK
              Display "ParmRpt: unable to open SYSPARM, rc="
                      SysParmStatus
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Move "N" to Held-Switch
           Perform 2100-Read-Parm-Row
           Perform 2200-Take-One-Row
               Until NoMoreRecords
           If RowIsHeld
              Perform 2300-List-Held-Row
           End-If
           Close SysParmFile.

       2100-Read-Parm-Row.
           Read SysParmFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       2200-Take-One-Row.
           If RowIsHeld
              Perform 2300-List-Held-Row
           End-If
           Move Parm-Name           to Held-Name
           Move Parm-Effective-Date to Held-Effective
           Move Parm-Value          to Held-Value
           Move Parm-Description    to Held-Description
           Move Parm-Submitted-By   to Held-Submitted-By
           Move Parm-Approved-By    to Held-Approved-By
           Move Parm-Approved-Date  to Held-Approved-Date
           Move "Y" to Held-Switch
           Perform 2100-Read-Parm-Row.

      *  the record area holds the next row, or nothing at end of file
       2300-List-Held-Row.
           Evaluate True
               When Held-Effective > Today
                   Move "SCHEDULED" to PL-Status
                   Add 1 to RowsScheduled
               When not NoMoreRecords
                     and Parm-Name = Held-Name
                     and Parm-Effective-Date not > Today
                   Move "SUPERSEDED" to PL-Status
               When Other
                   Move "IN FORCE" to PL-Status
                   Add 1 to RowsInForce
           End-Evaluate
           Move Held-Name          to PL-Name
           Move Held-Effective     to PL-Effective
           Move Held-Value         to PL-Value
           Move Held-Submitted-By  to PL-Submitted-By
           Move Held-Approved-By   to PL-Approved-By
           Move Held-Approved-Date to PL-Approved-Date
           Move Parm-Line to Report-Line
           Perform 1300-Write-Line
           If Held-Description not = spaces
              Move Held-Description to DL-Description
              Move Description-Line to Report-Line
              Perform 1300-Write-Line
           End-If
           Add 1 to RowsListed.

      *****************************************************************
      * RUNHIST is read twice when no PARMDATE is given: once for the *
      * latest business date with parameter rows, once to list them.  *
      *****************************************************************
       3000-List-Values-Used.
           If Run-Date = zero
              Perform 3100-Find-Latest-Run-Date
           End-If
           Move Run-Date to UT-Date
           Move Used-Title to Section-Line
           Perform 1400-Open-Section
           Move Used-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input RunHistFile
           If not RunHistOK
              Display "ParmRpt: unable to open RUNHIST, rc="
                      RunHistStatus
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 3200-Read-RunHist
           Perform 3300-List-One-Value
               Until NoMoreRecords
           Close RunHistFile.

       3100-Find-Latest-Run-Date.
           Open Input RunHistFile
           If not RunHistOK
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 3200-Read-RunHist
           Perform 3110-Note-One-Date
               Until NoMoreRecords
           Close RunHistFile.

       3110-Note-One-Date.
           If RunHist-Parameter-Row
                 and RunHist-Business-Date > Run-Date
              Move RunHist-Business-Date to Run-Date
           End-If
           Perform 3200-Read-RunHist.

       3200-Read-RunHist.
           Read RunHistFile
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       3300-List-One-Value.
           If RunHist-Parameter-Row
                 and RunHist-Business-Date = Run-Date
              Move RunHist-Stage-Name to UL-Program
              Move RunHist-Parm-Name  to UL-Name
              Move RunHist-Parm-Value to UL-Value
              If RunHist-Parm-From-File
                 Move "SYSPARM" to UL-Source
                 Move RunHist-Parm-Effective to UL-Effective
              Else
                 Move "PROGRAM DEFAULT" to UL-Source
                 Move zero to UL-Effective
                 Add 1 to ValuesDefaulted
              End-If
              Move RunHist-Start-Time to Time-Work
              Move TW-HH to UL-HH
              Move TW-MM to UL-MM
              Move TW-SS to UL-SS
              Move Used-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to ValuesUsed
           End-If
           Perform 3200-Read-RunHist.

       4000-List-Pending-Requests.
           Move "REQUESTS AWAITING A DECISION" to Section-Line
           Perform 1400-Open-Section
           Move Pend-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input ParmPendFile
           If not ParmPendFileOK
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 4100-Read-Pending
           Perform 4200-List-One-Request
               Until NoMoreRecords
           Close ParmPendFile.

       4100-Read-Pending.
           Read ParmPendFile
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       4200-List-One-Request.
           If ParmPend-Pending
              Move ParmPend-Seq            to PN-Seq
              Move ParmPend-Action         to PN-Action
              Move ParmPend-Name           to PN-Name
              Move ParmPend-Effective-Date to PN-Effective
              Move ParmPend-Value          to PN-Value
              Move ParmPend-Submitted-By   to PN-Submitted-By
              Move ParmPend-Submitted-Date to PN-Submitted-Date
              Move Pend-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to RequestsPending
           End-If
           Perform 4100-Read-Pending.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move spaces to Summary-Line
           Move "PARAMETER ROWS ON FILE:" to S-Label
           Move RowsListed to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ROWS IN FORCE:" to S-Label
           Move RowsInForce to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ROWS SCHEDULED:" to S-Label
           Move RowsScheduled to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "VALUES USED ON THE RUN DATE:" to S-Label
           Move ValuesUsed to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "  OF WHICH PROGRAM DEFAULTS:" to S-Label
           Move ValuesDefaulted to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "REQUESTS AWAITING A DECISION:" to S-Label
           Move RequestsPending to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ParmReport
           Display "ParmRpt: rows=" RowsListed
                   " in-force=" RowsInForce
                   " values-used=" ValuesUsed
                   " pending=" RequestsPending.

       End program "ParmRpt".
