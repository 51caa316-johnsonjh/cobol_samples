      ******************************************************************
      * CpyUsage.cbl                                                   *
      *----------------------------------------------------------------*
      * Where-used report over the CPYDEPS copybook-dependency        *
      * repository: every program that copies a member, so growing a  *
      * copybook starts from the list of load modules to recompile    *
      * instead of a guess.  Only each program's latest compile       *
      * counts -- a member a program has since stopped copying drops  *
      * off the list the next time that program is compiled.  The    *
      * member is named by CPYMEMBER in the environment; without one  *
      * every member on file is reported, one block per member.       *
      ******************************************************************
       Identification division.
       Program-id. "CpyUsage" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select CpyDepFile Assign to "CPYDEPS"
               Organization is Sequential
               File Status is CpyDepFileStatus.
           Select UsageReport Assign to "CPYUSAGE"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select UsageSortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  CpyDepFile.
           Copy CpyDep.
       FD  UsageReport.
       01  Report-Line              pic X(100).
       SD  UsageSortFile.
       01  Usage-Sort-Record.
           05 US-Member           pic X(08).
           05 US-Program          pic X(08).
           05 US-Compile-Date     pic 9(08).
           05 US-Library          pic X(44).
           05 US-Changed          pic 9(08).

       Working-Storage Section.
       01  CpyDepFileStatus       pic X(02) value spaces.
           88 CpyDepFileOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  DepEOF-Switch          pic X(01) value "N".
           88 NoMoreDepRecords       value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  ProgFound-Switch       pic X(01) value "N".
           88 ProgramSlotFound       value "Y".

       01  Selected-Member        pic X(08) value spaces.
       01  Prior-Member           pic X(08) value spaces.
       01  Prior-Program          pic X(08) value spaces.
       01  Prog-Search            pic 9(4) value zero.
       01  Prog-Found-Index       pic 9(4) value zero.
       01  MembersReported        pic 9(5) value zero.
       01  UsesReported           pic 9(7) value zero.

      *****************************************************************
      * Each program's latest compile on CPYDEPS -- the compile date  *
      * and time IGYMSGXT stamped on every fetch of that compile.     *
      *****************************************************************
       01  ProgCount              pic 9(4) value zero.
       01  Latest-Compile-Table.
           05 Latest-Compile-Entry occurs 0 to 500 times
                 depending on ProgCount.
              10 LC-Program          pic X(08).
              10 LC-Date             pic 9(8).
              10 LC-Time             pic 9(8).

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "COPYBOOK WHERE-USED REPORT - CPYDEPS".
           05 Filler              pic X(10) value
              "  MEMBER: ".
           05 H1-Member           pic X(08).
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "MEMBER    PROGRAM   COMPILED    CHANGED".
           05 Filler              pic X(11) value
              "    LIBRARY".
       01  Detail-Line.
           05 D-Member            pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Program           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Compiled          pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Changed           pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Library           pic X(44).
       01  Not-Found-Line.
           05 Filler              pic X(32) value
              "NO PROGRAM ON CPYDEPS COPIES ".
           05 NF-Member           pic X(08).
       01  Summary-Line.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Collect-Latest-Compiles
           Sort UsageSortFile
               on ascending key US-Member US-Program
               input procedure 3000-Release-Latest-Uses
               output procedure 4000-Report-Uses
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "CpyUsage: copybook where-used report starting"
           Accept Selected-Member from Environment "CPYMEMBER"
           Open Output UsageReport
           If Selected-Member = spaces
              Move "(ALL)" to H1-Member
           Else
              Move Selected-Member to H1-Member
           End-If
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line.

      *****************************************************************
      * First pass: the latest compile stamp seen per program.        *
      *****************************************************************
       2000-Collect-Latest-Compiles.
           Move "N" to DepEOF-Switch
           Open Input CpyDepFile
           If not CpyDepFileOK
              Display "CpyUsage: no CPYDEPS repository, rc="
                      CpyDepFileStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Dependency
           Perform 2200-Note-One-Compile
               Until NoMoreDepRecords
           Close CpyDepFile.

       2100-Read-Dependency.
           If not NoMoreDepRecords
              Read CpyDepFile
                  At End
                      Move "Y" to DepEOF-Switch
              End-Read
           End-If.

       2200-Note-One-Compile.
           Perform 2300-Find-Program
           If Prog-Found-Index = zero
              If ProgCount < 500
                 Add 1 to ProgCount
                 Move CpyDep-Program-Name to LC-Program(ProgCount)
                 Move zero to LC-Date(ProgCount) LC-Time(ProgCount)
                 Move ProgCount to Prog-Found-Index
              End-If
           End-If
           If Prog-Found-Index > zero
              If CpyDep-Compile-Date > LC-Date(Prog-Found-Index)
                    or (CpyDep-Compile-Date = LC-Date(Prog-Found-Index)
                        and CpyDep-Compile-Time
                              > LC-Time(Prog-Found-Index))
                 Move CpyDep-Compile-Date to LC-Date(Prog-Found-Index)
                 Move CpyDep-Compile-Time to LC-Time(Prog-Found-Index)
              End-If
           End-If
           Perform 2100-Read-Dependency.

       2300-Find-Program.
           Move "N" to ProgFound-Switch
           Move zero to Prog-Found-Index
           Perform 2310-Match-One-Program
               Varying Prog-Search from 1 by 1
               Until Prog-Search > ProgCount
                  or ProgramSlotFound.

       2310-Match-One-Program.
           If LC-Program(Prog-Search) = CpyDep-Program-Name
              Move Prog-Search to Prog-Found-Index
              Set ProgramSlotFound to true
           End-If.

      *****************************************************************
      * Second pass: release the fetches of each program's latest     *
      * compile, for the selected member or for every member.         *
      *****************************************************************
       3000-Release-Latest-Uses.
           Move "N" to DepEOF-Switch
           Open Input CpyDepFile
           If not CpyDepFileOK
              Exit Paragraph
           End-If
           Perform 2100-Read-Dependency
           Perform 3100-Release-One-Use
               Until NoMoreDepRecords
           Close CpyDepFile.

       3100-Release-One-Use.
           If Selected-Member = spaces
                 or CpyDep-Member-Name = Selected-Member
              Perform 2300-Find-Program
              If Prog-Found-Index > zero
                 If CpyDep-Compile-Date = LC-Date(Prog-Found-Index)
                       and CpyDep-Compile-Time
                             = LC-Time(Prog-Found-Index)
                    Move CpyDep-Member-Name   to US-Member
                    Move CpyDep-Program-Name  to US-Program
                    Move CpyDep-Compile-Date  to US-Compile-Date
                    Move CpyDep-Library-Path  to US-Library
                    Move CpyDep-Member-Changed to US-Changed
                    Release Usage-Sort-Record
                 End-If
              End-If
           End-If
           Perform 2100-Read-Dependency.

      *****************************************************************
      * One line per member/program -- a member copied twice in one   *
      * compile is listed once -- with a blank line between members.  *
      *****************************************************************
       4000-Report-Uses.
           Move "N" to SortEOF-Switch
           Perform 4100-Return-Use
           Perform 4200-Report-One-Use
               Until NoMoreSortRecords
           If MembersReported = zero and Selected-Member not = spaces
              Move Selected-Member to NF-Member
              Move Not-Found-Line to Report-Line
              Write Report-Line
           End-If.

       4100-Return-Use.
           Return UsageSortFile
               At End
                   Move "Y" to SortEOF-Switch
           End-Return.

       4200-Report-One-Use.
           If US-Member not = Prior-Member
              If MembersReported > zero
                 Move spaces to Report-Line
                 Write Report-Line
              End-If
              Add 1 to MembersReported
              Move US-Member to Prior-Member
              Move spaces to Prior-Program
           End-If
           If US-Program not = Prior-Program
              Add 1 to UsesReported
              Move US-Program to Prior-Program
              Move US-Member       to D-Member
              Move US-Program      to D-Program
              Move US-Compile-Date to D-Compiled
              Move US-Changed      to D-Changed
              If US-Library = spaces
                 Move "(COPYBOOK LIBRARY)" to D-Library
              Else
                 Move US-Library to D-Library
              End-If
              Move Detail-Line to Report-Line
              If US-Changed = zero
                 Move "UNKNOWN   " to Report-Line(33:10)
              End-If
              Write Report-Line
           End-If
           Perform 4100-Return-Use.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "MEMBERS REPORTED:" to S-Label
           Move MembersReported to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "PROGRAM/MEMBER USES LISTED:" to S-Label
           Move UsesReported to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close UsageReport
           Display "CpyUsage: members=" MembersReported
                   " uses=" UsesReported.

       End program "CpyUsage".
