      ******************************************************************
      * StaleCmp.cbl                                                   *
      *----------------------------------------------------------------*
      * Stale-compile report.  A program is stale when its last       *
      * CMPSTATS compile predates the last change of any copybook its *
      * latest compile copied, as CPYDEPS recorded it: the load       *
      * module was built against an older layout than the library    *
      * now holds.  A member's last change is the later of the        *
      * CPYCHGDT register and any change date CPYDEPS carries for it  *
      * in the same library, so a change a later compile picked up    *
      * still counts if the register was purged.  A program with no   *
      * CMPSTATS compile is measured from its CPYDEPS compile date.   *
      * One line per stale program/member on CMPSTALE.                 *
      ******************************************************************
       Identification division.
       Program-id. "StaleCmp" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select CompStatFile Assign to "CMPSTATS"
               Organization is Sequential
               File Status is CompStatFileStatus.
           Select CpyDepFile Assign to "CPYDEPS"
               Organization is Sequential
               File Status is CpyDepFileStatus.
           Select CpyChgFile Assign to "CPYCHGDT"
               Organization is Sequential
               File Status is CpyChgFileStatus.
           Select StaleReport Assign to "CMPSTALE"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select StaleSortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  CompStatFile.
           Copy CompStat.
       FD  CpyDepFile.
           Copy CpyDep.
       FD  CpyChgFile.
           Copy CpyChg.
       FD  StaleReport.
       01  Report-Line              pic X(100).
       SD  StaleSortFile.
       01  Stale-Sort-Record.
           05 SS-Program          pic X(08).
           05 SS-Member           pic X(08).
           05 SS-Compiled         pic 9(08).
           05 SS-Changed          pic 9(08).
           05 SS-Library          pic X(44).

       Working-Storage Section.
       01  CompStatFileStatus     pic X(02) value spaces.
           88 CompStatOK             value "00".
       01  CpyDepFileStatus       pic X(02) value spaces.
           88 CpyDepFileOK           value "00".
       01  CpyChgFileStatus       pic X(02) value spaces.
           88 CpyChgFileOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  StatEOF-Switch         pic X(01) value "N".
           88 NoMoreStatRecords      value "Y".
       01  DepEOF-Switch          pic X(01) value "N".
           88 NoMoreDepRecords       value "Y".
       01  ChgEOF-Switch          pic X(01) value "N".
           88 NoMoreChgRecords       value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  ProgFound-Switch       pic X(01) value "N".
           88 ProgramSlotFound       value "Y".
       01  MbrFound-Switch        pic X(01) value "N".
           88 MemberSlotFound        value "Y".

       01  Look-Program           pic X(08) value spaces.
       01  Look-Member            pic X(08) value spaces.
       01  Look-Library           pic X(44) value spaces.
       01  Look-Changed           pic 9(08) value zero.
       01  Measured-Date          pic 9(08) value zero.
       01  Prior-Program          pic X(08) value spaces.
       01  Prior-Member           pic X(08) value spaces.
       01  Prog-Search            pic 9(4) value zero.
       01  Prog-Found-Index       pic 9(4) value zero.
       01  Mbr-Search             pic 9(4) value zero.
       01  Mbr-Found-Index        pic 9(4) value zero.
       01  ProgramsChecked        pic 9(5) value zero.
       01  StalePrograms          pic 9(5) value zero.
       01  StaleMembers           pic 9(7) value zero.

      *****************************************************************
      * One slot per program: its last CMPSTATS compile date (zero    *
      * when it has none) and its latest CPYDEPS compile stamp.       *
      *****************************************************************
       01  ProgCount              pic 9(4) value zero.
       01  Program-Compile-Table.
           05 Program-Compile-Entry occurs 0 to 500 times
                 depending on ProgCount.
              10 PC-Program          pic X(08).
              10 PC-Stat-Date        pic 9(8).
              10 PC-Dep-Date         pic 9(8).
              10 PC-Dep-Time         pic 9(8).

      *****************************************************************
      * One slot per member/library: its last known change date.       *
      *****************************************************************
       01  MbrCount               pic 9(4) value zero.
       01  Member-Change-Table.
           05 Member-Change-Entry occurs 0 to 1000 times
                 depending on MbrCount.
              10 MC-Member           pic X(08).
              10 MC-Library          pic X(44).
              10 MC-Changed          pic 9(8).

       01  Heading-Line-1         pic X(50) value
           "STALE-COMPILE REPORT - CMPSTATS / CPYDEPS".
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "PROGRAM   COMPILED    MEMBER    CHANGED".
           05 Filler              pic X(11) value
              "    LIBRARY".
       01  Detail-Line.
           05 D-Program           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Compiled          pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Member            pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Changed           pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Library           pic X(44).
       01  Summary-Line.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Collect-Compile-Stats
           Perform 3000-Collect-Dependencies
           Perform 4000-Collect-Change-Register
           Sort StaleSortFile
               on ascending key SS-Program SS-Member
               input procedure 5000-Release-Stale-Uses
               output procedure 6000-Report-Stale-Uses
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "StaleCmp: stale-compile report starting"
           Open Output StaleReport
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line.

      *****************************************************************
      * Each program's last compile off CMPSTATS -- append order, so  *
      * the last record seen per program wins.                        *
      *****************************************************************
       2000-Collect-Compile-Stats.
           Open Input CompStatFile
           If not CompStatOK
              Display "StaleCmp: no CMPSTATS repository, rc="
                      CompStatFileStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Stat
           Perform 2200-Note-One-Compile
               Until NoMoreStatRecords
           Close CompStatFile.

       2100-Read-Stat.
           If not NoMoreStatRecords
              Read CompStatFile
                  At End
                      Move "Y" to StatEOF-Switch
              End-Read
           End-If.

       2200-Note-One-Compile.
           Move CompStat-Program-Name to Look-Program
           Perform 7000-Find-Program
           If Prog-Found-Index > zero
              Move CompStat-Compile-Date
                to PC-Stat-Date(Prog-Found-Index)
           End-If
           Perform 2100-Read-Stat.

      *****************************************************************
      * First pass over CPYDEPS: each program's latest compile stamp  *
      * and every change date the fetches carried.                    *
      *****************************************************************
       3000-Collect-Dependencies.
           Move "N" to DepEOF-Switch
           Open Input CpyDepFile
           If not CpyDepFileOK
              Display "StaleCmp: no CPYDEPS repository, rc="
                      CpyDepFileStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Dependency
           Perform 3200-Note-One-Dependency
               Until NoMoreDepRecords
           Close CpyDepFile.

       3100-Read-Dependency.
           If not NoMoreDepRecords
              Read CpyDepFile
                  At End
                      Move "Y" to DepEOF-Switch
              End-Read
           End-If.

       3200-Note-One-Dependency.
           Move CpyDep-Program-Name to Look-Program
           Perform 7000-Find-Program
           If Prog-Found-Index > zero
              If PC-Dep-Date(Prog-Found-Index) = zero
                 Add 1 to ProgramsChecked
              End-If
              If CpyDep-Compile-Date > PC-Dep-Date(Prog-Found-Index)
                    or (CpyDep-Compile-Date
                          = PC-Dep-Date(Prog-Found-Index)
                        and CpyDep-Compile-Time
                              > PC-Dep-Time(Prog-Found-Index))
                 Move CpyDep-Compile-Date
                   to PC-Dep-Date(Prog-Found-Index)
                 Move CpyDep-Compile-Time
                   to PC-Dep-Time(Prog-Found-Index)
              End-If
           End-If
           Move CpyDep-Member-Name    to Look-Member
           Move CpyDep-Library-Path   to Look-Library
           Move CpyDep-Member-Changed to Look-Changed
           Perform 7100-Note-Member-Change
           Perform 3100-Read-Dependency.

       4000-Collect-Change-Register.
           Open Input CpyChgFile
           If not CpyChgFileOK
              Display "StaleCmp: no CPYCHGDT register, rc="
                      CpyChgFileStatus
                      ", change dates from CPYDEPS only"
              Exit Paragraph
           End-If
           Perform 4100-Read-Change
           Perform 4200-Note-One-Change
               Until NoMoreChgRecords
           Close CpyChgFile.

       4100-Read-Change.
           If not NoMoreChgRecords
              Read CpyChgFile
                  At End
                      Move "Y" to ChgEOF-Switch
              End-Read
           End-If.

       4200-Note-One-Change.
           Move CpyChg-Member-Name  to Look-Member
           Move CpyChg-Library-Path to Look-Library
           Move CpyChg-Changed-Date to Look-Changed
           Perform 7100-Note-Member-Change
           Perform 4100-Read-Change.

      *****************************************************************
      * Second pass over CPYDEPS: each fetch of a program's latest    *
      * compile whose member changed after the program was compiled.  *
      *****************************************************************
       5000-Release-Stale-Uses.
           Move "N" to DepEOF-Switch
           Open Input CpyDepFile
           If not CpyDepFileOK
              Exit Paragraph
           End-If
           Perform 3100-Read-Dependency
           Perform 5100-Check-One-Use
               Until NoMoreDepRecords
           Close CpyDepFile.

       5100-Check-One-Use.
           Move CpyDep-Program-Name to Look-Program
           Perform 7000-Find-Program
           If Prog-Found-Index = zero
              Perform 3100-Read-Dependency
              Exit Paragraph
           End-If
           If CpyDep-Compile-Date not = PC-Dep-Date(Prog-Found-Index)
                 or CpyDep-Compile-Time
                      not = PC-Dep-Time(Prog-Found-Index)
              Perform 3100-Read-Dependency
              Exit Paragraph
           End-If
           If PC-Stat-Date(Prog-Found-Index) > zero
              Move PC-Stat-Date(Prog-Found-Index) to Measured-Date
           Else
              Move PC-Dep-Date(Prog-Found-Index) to Measured-Date
           End-If
           Move CpyDep-Member-Name  to Look-Member
           Move CpyDep-Library-Path to Look-Library
           Perform 7200-Find-Member
           If Mbr-Found-Index > zero
              If MC-Changed(Mbr-Found-Index) > Measured-Date
                 Move CpyDep-Program-Name         to SS-Program
                 Move CpyDep-Member-Name          to SS-Member
                 Move Measured-Date               to SS-Compiled
                 Move MC-Changed(Mbr-Found-Index) to SS-Changed
                 Move CpyDep-Library-Path         to SS-Library
                 Release Stale-Sort-Record
              End-If
           End-If
           Perform 3100-Read-Dependency.

      *****************************************************************
      * One line per stale program/member, a member fetched twice in  *
      * one compile listed once.                                       *
      *****************************************************************
       6000-Report-Stale-Uses.
           Move "N" to SortEOF-Switch
           Perform 6100-Return-Stale
           Perform 6200-Report-One-Stale
               Until NoMoreSortRecords.

       6100-Return-Stale.
           Return StaleSortFile
               At End
                   Move "Y" to SortEOF-Switch
           End-Return.

       6200-Report-One-Stale.
           If SS-Program not = Prior-Program
              Add 1 to StalePrograms
              Move SS-Program to Prior-Program
              Move spaces to Prior-Member
           End-If
           If SS-Member not = Prior-Member
              Add 1 to StaleMembers
              Move SS-Member   to Prior-Member
              Move SS-Program  to D-Program
              Move SS-Compiled to D-Compiled
              Move SS-Member   to D-Member
              Move SS-Changed  to D-Changed
              If SS-Library = spaces
                 Move "(COPYBOOK LIBRARY)" to D-Library
              Else
                 Move SS-Library to D-Library
              End-If
              Move Detail-Line to Report-Line
              Write Report-Line
           End-If
           Perform 6100-Return-Stale.

      *****************************************************************
      * Program slot lookup, adding the program when it is new.        *
      *****************************************************************
       7000-Find-Program.
           Move "N" to ProgFound-Switch
           Move zero to Prog-Found-Index
           Perform 7010-Match-One-Program
               Varying Prog-Search from 1 by 1
               Until Prog-Search > ProgCount
                  or ProgramSlotFound
           If Prog-Found-Index = zero
              If ProgCount < 500
                 Add 1 to ProgCount
                 Move Look-Program to PC-Program(ProgCount)
                 Move zero to PC-Stat-Date(ProgCount)
                              PC-Dep-Date(ProgCount)
                              PC-Dep-Time(ProgCount)
                 Move ProgCount to Prog-Found-Index
              End-If
           End-If.

       7010-Match-One-Program.
           If PC-Program(Prog-Search) = Look-Program
              Move Prog-Search to Prog-Found-Index
              Set ProgramSlotFound to true
           End-If.

      *****************************************************************
      * Keep the later of a member/library's recorded change dates.    *
      *****************************************************************
       7100-Note-Member-Change.
           If Look-Changed = zero
              Exit Paragraph
           End-If
           Perform 7200-Find-Member
           If Mbr-Found-Index = zero
              If MbrCount < 1000
                 Add 1 to MbrCount
                 Move Look-Member  to MC-Member(MbrCount)
                 Move Look-Library to MC-Library(MbrCount)
                 Move zero to MC-Changed(MbrCount)
                 Move MbrCount to Mbr-Found-Index
              End-If
           End-If
           If Mbr-Found-Index > zero
              If Look-Changed > MC-Changed(Mbr-Found-Index)
                 Move Look-Changed to MC-Changed(Mbr-Found-Index)
              End-If
           End-If.

       7200-Find-Member.
           Move "N" to MbrFound-Switch
           Move zero to Mbr-Found-Index
           Perform 7210-Match-One-Member
               Varying Mbr-Search from 1 by 1
               Until Mbr-Search > MbrCount
                  or MemberSlotFound.

       7210-Match-One-Member.
           If MC-Member(Mbr-Search) = Look-Member
                 and MC-Library(Mbr-Search) = Look-Library
              Move Mbr-Search to Mbr-Found-Index
              Set MemberSlotFound to true
           End-If.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "PROGRAMS CHECKED:" to S-Label
           Move ProgramsChecked to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "STALE PROGRAMS:" to S-Label
           Move StalePrograms to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "STALE PROGRAM/MEMBER DEPENDENCIES:" to S-Label
           Move StaleMembers to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close StaleReport
           Display "StaleCmp: programs=" ProgramsChecked
                   " stale=" StalePrograms
                   " dependencies=" StaleMembers.

       End program "StaleCmp".
