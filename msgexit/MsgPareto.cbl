      ******************************************************************
      * MsgPareto.cbl                                                  *
      *----------------------------------------------------------------*
      * Shop-wide compiler-message Pareto report over the MSGOCCUR    *
      * occurrence log IGYMSGXT appends to.  For the period MSGFROM   *
      * through MSGTHRU (environment; default the calendar month to   *
      * date) it ranks message numbers by how often they were issued  *
      * -- shop-wide, with each message's share and running share of  *
      * all messages and the number of programs issuing it, then per  *
      * program, the top MSGTOPN (default 10) for each -- and lists   *
      * the messages issued in the period that were not issued at    *
      * all in the prior period of the same length.  The top of the  *
      * shop-wide list is where a MSGSEVTB entry or a coding-standard *
      * fix pays off first.                                            *
      ******************************************************************
       Identification division.
       Program-id. "MsgPareto" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select MsgOccurFile Assign to "MSGOCCUR"
               Organization is Sequential
               File Status is MsgOccurFileStatus.
           Select MsgWorkFile Assign to "MSGWORK"
               Organization is Sequential
               File Status is MsgWorkFileStatus.
           Select ParetoReport Assign to "MSGPARET"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select OccurSortFile Assign to "SORTWK".
           Select ProgramSortFile Assign to "SORTWK2".
           Select RankSortFile Assign to "SORTWK3".
       Data Division.
       File Section.
       FD  MsgOccurFile.
           Copy MsgOccur.
       FD  MsgWorkFile.
       01  MsgWork-Record.
           05 MW-Program          pic X(08).
           05 MW-Count            pic 9(07).
           05 MW-Message          pic 9(04).
           05 MW-Default-Sev      pic S9(04).
           05 MW-Final-Sev        pic S9(04).
           05 MW-Prior-Count      pic 9(07).
       FD  ParetoReport.
       01  Report-Line              pic X(100).
       SD  OccurSortFile.
       01  Occur-Sort-Record.
           05 OS-Program          pic X(08).
           05 OS-Message          pic 9(04).
           05 OS-Date             pic 9(08).
           05 OS-Time             pic 9(08).
           05 OS-Period           pic X(01).
              88 OS-Current-Period   value "C".
           05 OS-Default-Sev      pic S9(04).
           05 OS-Final-Sev        pic S9(04).
       SD  ProgramSortFile.
       01  Program-Sort-Record.
           05 PS-Program          pic X(08).
           05 PS-Count            pic 9(07).
           05 PS-Message          pic 9(04).
           05 PS-Default-Sev      pic S9(04).
           05 PS-Final-Sev        pic S9(04).
           05 PS-Prior-Count      pic 9(07).
       SD  RankSortFile.
       01  Rank-Sort-Record.
           05 RS-Count            pic 9(07).
           05 RS-Message          pic 9(04).

       Working-Storage Section.
       01  MsgOccurFileStatus     pic X(02) value spaces.
           88 MsgOccurFileOK         value "00".
       01  MsgWorkFileStatus      pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.
       01  OccurEOF-Switch        pic X(01) value "N".
           88 NoMoreOccurRecords     value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".

       01  From-Env-Value         pic X(08) value spaces.
       01  Thru-Env-Value         pic X(08) value spaces.
       01  TopN-Env-Value         pic X(03) value spaces.
       01  Period-From            pic 9(8) value zero.
       01  Period-From-Parts redefines Period-From.
           05 PF-Year-Month       pic 9(6).
           05 PF-Day              pic 9(2).
       01  Period-Thru            pic 9(8) value zero.
       01  Prior-From             pic 9(8) value zero.
       01  Prior-Thru             pic 9(8) value zero.
       01  Period-Days            pic 9(5) value zero.
       01  Day-Number             pic 9(7) value zero.
       01  Top-N                  pic 9(3) value 10.

       01  Group-Program          pic X(08) value spaces.
       01  Group-Message          pic 9(04) value zero.
       01  Group-Count            pic 9(07) value zero.
       01  Group-Prior            pic 9(07) value zero.
       01  Group-Default-Sev      pic S9(04) value zero.
       01  Group-Final-Sev        pic S9(04) value zero.
       01  Prior-Program          pic X(08) value spaces.
       01  Program-Rank           pic 9(5) value zero.
       01  Shop-Rank              pic 9(5) value zero.
       01  Msg-Index              pic 9(5) value zero.
       01  Total-Occurrences      pic 9(9) value zero.
       01  Running-Occurrences    pic 9(9) value zero.
       01  Share-Percent          pic 9(3)V9 value zero.
       01  MessagesRanked         pic 9(5) value zero.
       01  ProgramsRanked         pic 9(5) value zero.
       01  NewMessages            pic 9(5) value zero.

      *****************************************************************
      * One slot per message number, subscripted by number + 1.      *
      *****************************************************************
       01  Message-Table.
           05 Message-Entry occurs 10000 times.
              10 MT-Count            pic 9(7) comp.
              10 MT-Prior-Count      pic 9(7) comp.
              10 MT-Programs         pic 9(5) comp.
              10 MT-Default-Sev      pic S9(4) comp.
              10 MT-Final-Sev        pic S9(4) comp.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "COMPILER MESSAGE PARETO - MSGOCCUR".
           05 Filler              pic X(08) value "PERIOD ".
           05 H1-From             pic 9999/99/99.
           05 Filler              pic X(04) value " TO ".
           05 H1-Thru             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "PRIOR PERIOD FOR NEW MESSAGES".
           05 Filler              pic X(08) value spaces.
           05 H2-From             pic 9999/99/99.
           05 Filler              pic X(04) value " TO ".
           05 H2-Thru             pic 9999/99/99.
       01  Shop-Title             pic X(40) value
           "SHOP-WIDE RANKING".
       01  Shop-Heading.
           05 Filler              pic X(39) value
              " RANK  MSG     ISSUED SHARE% RUNNING%  ".
           05 Filler              pic X(30) value
              "PROGRAMS   SEV FINAL     PRIOR".
       01  Shop-Line.
           05 SL-Rank             pic ZZZZ9.
           05 Filler              pic X(02) value spaces.
           05 SL-Message          pic 9(04).
           05 Filler              pic X(01) value spaces.
           05 SL-Count            pic Z,ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 SL-Share            pic ZZ9.9.
           05 Filler              pic X(04) value spaces.
           05 SL-Running          pic ZZ9.9.
           05 Filler              pic X(05) value spaces.
           05 SL-Programs         pic ZZZZ9.
           05 Filler              pic X(03) value spaces.
           05 SL-Default-Sev      pic -Z9.
           05 Filler              pic X(03) value spaces.
           05 SL-Final-Sev        pic -Z9.
           05 Filler              pic X(01) value spaces.
           05 SL-Prior            pic Z,ZZZ,ZZ9.
           05 Filler              pic X(01) value spaces.
           05 SL-New              pic X(03).
       01  Program-Title          pic X(40) value
           "RANKING BY PROGRAM".
       01  Program-Heading.
           05 Filler              pic X(36) value
              "PROGRAM    RANK  MSG     ISSUED SEV ".
           05 Filler              pic X(15) value
              "FINAL     PRIOR".
       01  Program-Line.
           05 PL-Program          pic X(08).
           05 Filler              pic X(02) value spaces.
           05 PL-Rank             pic ZZZZ9.
           05 Filler              pic X(02) value spaces.
           05 PL-Message          pic 9(04).
           05 Filler              pic X(01) value spaces.
           05 PL-Count            pic Z,ZZZ,ZZ9.
           05 Filler              pic X(01) value spaces.
           05 PL-Default-Sev      pic -Z9.
           05 Filler              pic X(03) value spaces.
           05 PL-Final-Sev        pic -Z9.
           05 Filler              pic X(01) value spaces.
           05 PL-Prior            pic Z,ZZZ,ZZ9.
           05 Filler              pic X(01) value spaces.
           05 PL-New              pic X(03).
       01  New-Title              pic X(40) value
           "MESSAGES NEW SINCE THE PRIOR PERIOD".
       01  New-Heading.
           05 Filler              pic X(35) value
              "MSG     ISSUED PROGRAMS   SEV FINAL".
       01  New-Line.
           05 NL-Message          pic 9(04).
           05 Filler              pic X(01) value spaces.
           05 NL-Count            pic Z,ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 NL-Programs         pic ZZZZ9.
           05 Filler              pic X(03) value spaces.
           05 NL-Default-Sev      pic -Z9.
           05 Filler              pic X(03) value spaces.
           05 NL-Final-Sev        pic -Z9.
       01  Summary-Line.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort OccurSortFile
               Ascending Key OS-Program OS-Message OS-Date OS-Time
               Input Procedure is 2000-Release-Occurrences
               Output Procedure is 3000-Total-Occurrences
           Perform 4000-Rank-Shop-Wide
           Sort ProgramSortFile
               Ascending Key PS-Program
               Descending Key PS-Count
               Ascending Key PS-Message
               Using MsgWorkFile
               Output Procedure is 5000-Rank-By-Program
           Perform 6000-List-New-Messages
           Perform 9000-Terminate
           Goback.

      *****************************************************************
      * The period defaults to the calendar month to date; the prior  *
      * period is the same number of days immediately before it.      *
      *****************************************************************
       1000-Initialize.
           Display "MsgPareto: compiler-message Pareto starting"
           Accept Period-Thru from Date YYYYMMDD
           Accept Thru-Env-Value from Environment "MSGTHRU"
           If Thru-Env-Value is numeric
              Move Thru-Env-Value to Period-Thru
           End-If
           Move Period-Thru to Period-From
           Move 1 to PF-Day
           Accept From-Env-Value from Environment "MSGFROM"
           If From-Env-Value is numeric
              Move From-Env-Value to Period-From
           End-If
           If Period-From > Period-Thru
              Move Period-Thru to Period-From
              Move 1 to PF-Day
           End-If
           Accept TopN-Env-Value from Environment "MSGTOPN"
           If TopN-Env-Value is numeric and TopN-Env-Value not = "000"
              Move TopN-Env-Value to Top-N
           End-If
           Compute Period-Days =
               Function Integer-Of-Date(Period-Thru)
             - Function Integer-Of-Date(Period-From) + 1
           Compute Day-Number = Function Integer-Of-Date(Period-From)
           Compute Prior-Thru =
               Function Date-Of-Integer(Day-Number - 1)
           Compute Prior-From =
               Function Date-Of-Integer(Day-Number - Period-Days)
           Initialize Message-Table
           Open Output ParetoReport
           Move Period-From to H1-From
           Move Period-Thru to H1-Thru
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Prior-From to H2-From
           Move Prior-Thru to H2-Thru
           Move Heading-Line-2 to Report-Line
           Write Report-Line.

      *****************************************************************
      * Input procedure: every occurrence in the period or the prior  *
      * period, marked with which.                                     *
      *****************************************************************
       2000-Release-Occurrences.
           Open Input MsgOccurFile
           If not MsgOccurFileOK
              Display "MsgPareto: no MSGOCCUR log, rc="
                      MsgOccurFileStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Occurrence
           Perform 2200-Release-One-Occurrence
               Until NoMoreOccurRecords
           Close MsgOccurFile.

       2100-Read-Occurrence.
           If not NoMoreOccurRecords
              Read MsgOccurFile
                  At End
                      Move "Y" to OccurEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Occurrence.
           If MsgOccur-Compile-Date >= Prior-From
                 and MsgOccur-Compile-Date <= Period-Thru
              Move MsgOccur-Program-Name to OS-Program
              Move MsgOccur-Message-Num  to OS-Message
              Move MsgOccur-Compile-Date to OS-Date
              Move MsgOccur-Compile-Time to OS-Time
              Move MsgOccur-Default-Sev  to OS-Default-Sev
              Move MsgOccur-Final-Sev    to OS-Final-Sev
              If MsgOccur-Compile-Date >= Period-From
                 Move "C" to OS-Period
              Else
                 Move "P" to OS-Period
              End-If
              Release Occur-Sort-Record
           End-If
           Perform 2100-Read-Occurrence.

      *****************************************************************
      * Output procedure: one total per program/message.  Period      *
      * counts go to MSGWORK for the per-program ranking and into the *
      * message table for the shop-wide one; the severities shown are *
      * the latest occurrence's in the period.                         *
      *****************************************************************
       3000-Total-Occurrences.
           Open Output MsgWorkFile
           Move "N" to SortEOF-Switch
           Perform 3100-Return-Occurrence
           Perform 3200-Total-One-Pair
               Until NoMoreSortRecords
           Close MsgWorkFile.

       3100-Return-Occurrence.
           Return OccurSortFile
               At End
                   Move "Y" to SortEOF-Switch
           End-Return.

       3200-Total-One-Pair.
           Move OS-Program to Group-Program
           Move OS-Message to Group-Message
           Move zero to Group-Count Group-Prior
           Perform 3300-Count-One-Occurrence
               Until NoMoreSortRecords
                  or OS-Program not = Group-Program
                  or OS-Message not = Group-Message
           Compute Msg-Index = Group-Message + 1
           Add Group-Prior to MT-Prior-Count(Msg-Index)
           If Group-Count > zero
              Add Group-Count to MT-Count(Msg-Index)
              Add Group-Count to Total-Occurrences
              Add 1 to MT-Programs(Msg-Index)
              Move Group-Default-Sev to MT-Default-Sev(Msg-Index)
              Move Group-Final-Sev   to MT-Final-Sev(Msg-Index)
              Move Group-Program     to MW-Program
              Move Group-Count       to MW-Count
              Move Group-Message     to MW-Message
              Move Group-Default-Sev to MW-Default-Sev
              Move Group-Final-Sev   to MW-Final-Sev
              Move Group-Prior       to MW-Prior-Count
              Write MsgWork-Record
           End-If.

       3300-Count-One-Occurrence.
           If OS-Current-Period
              Add 1 to Group-Count
              Move OS-Default-Sev to Group-Default-Sev
              Move OS-Final-Sev   to Group-Final-Sev
           Else
              Add 1 to Group-Prior
           End-If
           Perform 3100-Return-Occurrence.

      *****************************************************************
      * Shop-wide: every message issued in the period, most frequent  *
      * first, with its share and the running share down the list.    *
      *****************************************************************
       4000-Rank-Shop-Wide.
           Move spaces to Report-Line
           Write Report-Line
           Move Shop-Title to Report-Line
           Write Report-Line
           Move Shop-Heading to Report-Line
           Write Report-Line
           Sort RankSortFile
               Descending Key RS-Count
               Ascending Key RS-Message
               Input Procedure is 4100-Release-Messages
               Output Procedure is 4200-Print-Ranking.

       4100-Release-Messages.
           Perform 4110-Release-One-Message
               Varying Msg-Index from 1 by 1
               Until Msg-Index > 10000.

       4110-Release-One-Message.
           If MT-Count(Msg-Index) > zero
              Move MT-Count(Msg-Index) to RS-Count
              Compute RS-Message = Msg-Index - 1
              Release Rank-Sort-Record
           End-If.

       4200-Print-Ranking.
           Move "N" to SortEOF-Switch
           Perform 4210-Return-Ranked
           Perform 4220-Print-One-Ranked
               Until NoMoreSortRecords.

       4210-Return-Ranked.
           Return RankSortFile
               At End
                   Move "Y" to SortEOF-Switch
           End-Return.

       4220-Print-One-Ranked.
           Add 1 to Shop-Rank
           Add 1 to MessagesRanked
           Compute Msg-Index = RS-Message + 1
           Add RS-Count to Running-Occurrences
           Move Shop-Rank  to SL-Rank
           Move RS-Message to SL-Message
           Move RS-Count   to SL-Count
           Compute Share-Percent rounded =
               RS-Count * 100 / Total-Occurrences
           Move Share-Percent to SL-Share
           Compute Share-Percent rounded =
               Running-Occurrences * 100 / Total-Occurrences
           Move Share-Percent to SL-Running
           Move MT-Programs(Msg-Index)    to SL-Programs
           Move MT-Default-Sev(Msg-Index) to SL-Default-Sev
           Move MT-Final-Sev(Msg-Index)   to SL-Final-Sev
           Move MT-Prior-Count(Msg-Index) to SL-Prior
           If MT-Prior-Count(Msg-Index) = zero
              Move "NEW" to SL-New
           Else
              Move spaces to SL-New
           End-If
           Move Shop-Line to Report-Line
           Write Report-Line
           Perform 4210-Return-Ranked.

      *****************************************************************
      * Per program: its MSGTOPN most frequent messages.              *
      *****************************************************************
       5000-Rank-By-Program.
           Move spaces to Report-Line
           Write Report-Line
           Move Program-Title to Report-Line
           Write Report-Line
           Move Program-Heading to Report-Line
           Write Report-Line
           Move "N" to SortEOF-Switch
           Perform 5100-Return-Program-Total
           Perform 5200-Print-One-Program-Total
               Until NoMoreSortRecords.

       5100-Return-Program-Total.
           Return ProgramSortFile
               At End
                   Move "Y" to SortEOF-Switch
           End-Return.

       5200-Print-One-Program-Total.
           If PS-Program not = Prior-Program
              Add 1 to ProgramsRanked
              Move PS-Program to Prior-Program
              Move zero to Program-Rank
           End-If
           Add 1 to Program-Rank
           If Program-Rank <= Top-N
              Move spaces to Program-Line
              If Program-Rank = 1
                 Move PS-Program to PL-Program
              End-If
              Move Program-Rank   to PL-Rank
              Move PS-Message     to PL-Message
              Move PS-Count       to PL-Count
              Move PS-Default-Sev to PL-Default-Sev
              Move PS-Final-Sev   to PL-Final-Sev
              Move PS-Prior-Count to PL-Prior
              If PS-Prior-Count = zero
                 Move "NEW" to PL-New
              End-If
              Move Program-Line to Report-Line
              Write Report-Line
           End-If
           Perform 5100-Return-Program-Total.

      *****************************************************************
      * Messages issued in the period but not once in the prior one,  *
      * in message-number order.                                      *
      *****************************************************************
       6000-List-New-Messages.
           Move spaces to Report-Line
           Write Report-Line
           Move New-Title to Report-Line
           Write Report-Line
           Move New-Heading to Report-Line
           Write Report-Line
           Perform 6100-List-One-Message
               Varying Msg-Index from 1 by 1
               Until Msg-Index > 10000.

       6100-List-One-Message.
           If MT-Count(Msg-Index) > zero
                 and MT-Prior-Count(Msg-Index) = zero
              Add 1 to NewMessages
              Compute NL-Message = Msg-Index - 1
              Move MT-Count(Msg-Index)       to NL-Count
              Move MT-Programs(Msg-Index)    to NL-Programs
              Move MT-Default-Sev(Msg-Index) to NL-Default-Sev
              Move MT-Final-Sev(Msg-Index)   to NL-Final-Sev
              Move New-Line to Report-Line
              Write Report-Line
           End-If.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "MESSAGES ISSUED IN PERIOD:" to S-Label
           Move Total-Occurrences to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "DISTINCT MESSAGE NUMBERS:" to S-Label
           Move MessagesRanked to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "PROGRAMS ISSUING MESSAGES:" to S-Label
           Move ProgramsRanked to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "MESSAGES NEW SINCE PRIOR PERIOD:" to S-Label
           Move NewMessages to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ParetoReport
           Display "MsgPareto: messages=" Total-Occurrences
                   " distinct=" MessagesRanked
                   " new=" NewMessages.

       End program "MsgPareto".
