           SELECT LibAuditFile ASSIGN TO "LIBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LibAuditFileStatus.
      *****************************************************************
      *  MSGOCCUR logs every message the compiler issues, with the    *
      *  severity it was issued at and the one it left this exit at,  *
      *  for the shop-wide message Pareto report.                     *
      *****************************************************************
           SELECT MsgOccurFile ASSIGN TO "MSGOCCUR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MsgOccurFileStatus.
      *****************************************************************
      *  CPYDEPS logs every COPY fetch this exit sees, redirected or  *
      *  not, so the shop can tell which programs include a member    *
      *  and which load modules predate a change to one.              *
      *****************************************************************
           SELECT CpyDepFile ASSIGN TO "CPYDEPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CpyDepFileStatus.
      *****************************************************************
      *  CPYCHGDT is the member change-date register, read once when  *
      *  the compiler opens this exit for LIBEXIT.                    *
      *****************************************************************
           SELECT CpyChgFile ASSIGN TO "CPYCHGDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CpyChgFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  MsgSevTblFile.
           COPY CompStat.
       FD  LibAuditFile.
           COPY LibAudit.
       FD  MsgOccurFile.
           COPY MsgOccur.
       FD  CpyDepFile.
           COPY CpyDep.
       FD  CpyChgFile.
           COPY CpyChg.

         WORKING-STORAGE SECTION.

          77 Stat-After-S           PIC 9(4)   COMP VALUE 0.
          77 Stat-Effective-Sev     PIC S9(4)  COMP VALUE 0.

      *****************************************************************
      *                                                               *
      *   Message-occurrence log, open from the MSGEXIT open call to  *
      *   the close call -- a row for every message is too many to    *
      *   open and close the log around each one.                     *
      *                                                               *
      *****************************************************************

          77 MsgOccurFileStatus     PIC X(2).
          77 MsgOccur-Open-Switch   PIC X      VALUE 'N'.
              88 MsgOccur-Log-Open                VALUE 'Y'.
          77 MsgOccur-Stamp-Time    PIC 9(08)  VALUE 0.

          01 MsgSev-Cache-Table.
             02 MsgSev-Cache-Entry OCCURS 200 TIMES.
                03 MsgSev-Cache-Program-Name  PIC X(08).
                03 LibRedir-Cache-Member-Name PIC X(08).
                03 LibRedir-Cache-Library-Path PIC X(44).

      *****************************************************************
      *                                                               *
      *   Copybook-dependency fields -- the compile's date and time,  *
      *   taken at the LIBEXIT open call and stamped on every CPYDEPS *
      *   row, and the member change-date register cached from        *
      *   CPYCHGDT by Load-Copy-Change-Register.                      *
      *                                                               *
      *****************************************************************

          77 CpyDepFileStatus       PIC X(2).
          77 CpyDep-Stamp-Date      PIC 9(08)  VALUE 0.
          77 CpyDep-Stamp-Time      PIC 9(08)  VALUE 0.
          77 CpyDep-Fetch-Path      PIC X(44).
          77 CpyDep-Search-Member   PIC X(08).
          77 CpyChgFileStatus       PIC X(2).
          77 CpyChg-Cache-Count     PIC 9(4)   COMP VALUE 0.
          77 CpyChg-Cache-Max       PIC 9(4)   COMP VALUE 500.
          77 CpyChg-Search-Index    PIC 9(4)   COMP.
          77 CpyChg-Found-Index     PIC 9(4)   COMP VALUE 0.

          01 CpyChg-Cache-Table.
             02 CpyChg-Cache-Entry OCCURS 500 TIMES.
                03 CpyChg-Cache-Member-Name  PIC X(08).
                03 CpyChg-Cache-Library-Path PIC X(44).
                03 CpyChg-Cache-Changed      PIC 9(08).

      *****************************************************************
      *                                                               *
      *   Definition of the User-Exit Parameter List, which is        *
               Perform Load-Compile-Mode
               Perform Check-Account-Subsystem-Program
               Perform Reset-Compile-Statistics
               Perform Open-Message-Occurrence-Log

      *****************************************************************
      * Handle the CLOSE call to this exit by the compiler            *
             When EXIT-OPERATION = 1
      *        Display 'Closing MSGEXIT'
               Perform Write-Compile-Statistics
               Perform Close-Message-Occurrence-Log

      *****************************************************************
      * Handle the customize message severity call to this exit       *
                 Perform Count-Message-Severities
               End-If

      *        And every message, FIPS or not, customized or not, gets
      *        one row in the occurrence log for the Pareto report.
               Perform Log-Message-Occurrence

      *        If EXIT-RETURNCODE = 4 Then
      *          Display '>>>> Customizing message ' EXIT=MESSAGE-NUM
      *                  ' with new severity ' EXIT-USER-SEV '  <<<<'
      *    addresses the member name being fetched; if the     *
      *    redirect table names a replacement library for it,  *
      *    that path is handed back in EXIT-STR-TXT(1).         *
      *    Every fetch, redirected or not, is also logged to   *
      *    the CPYDEPS dependency repository.                  *
      *******************************************************
       Handle-LibExit-Call.

           Evaluate EXIT-OPERATION
             When 0
               Accept CpyDep-Stamp-Date From Date YYYYMMDD
               Accept CpyDep-Stamp-Time From Time
               Perform Load-LibExit-Redirect-Table
               Perform Load-Copy-Change-Register
             When 1
               Continue
             When 2
               Perform Fetch-Copybook-Redirect
               Perform Log-Copy-Dependency
             When Other
               Continue
           End-Evaluate
           Close LibAuditFile
           .

      *******************************************************
      *    LOAD COPY CHANGE REGISTER                         *
      *----------------------------------------------------- *
      *    Read CPYCHGDT once, at the open call, into the     *
      *    in-memory CpyChg-Cache-Table.  The register is      *
      *    append-order, so a later row for a member/library   *
      *    already cached replaces the earlier date.  Without  *
      *    CPYCHGDT every fetch is logged with no change date.  *
      *******************************************************
       Load-Copy-Change-Register.

           Move 0 To CpyChg-Cache-Count

           Open Input CpyChgFile

           If CpyChgFileStatus = '00'
             Perform Read-Copy-Change-Record
                 Until CpyChgFileStatus Not = '00'
             Close CpyChgFile
           Else
             Display '**** CPYCHGDT not available, rc='
                     CpyChgFileStatus
             Display '**** IGYMSGXT: no member change dates logged'
           End-If
           .

       Read-Copy-Change-Record.

           Read CpyChgFile
               At End
                   Move '10' To CpyChgFileStatus
               Not At End
                   Move CpyChg-Member-Name  To CpyDep-Search-Member
                   Move CpyChg-Library-Path To CpyDep-Fetch-Path
                   Perform Find-Copy-Change-Entry
                   If CpyChg-Found-Index = 0
                        And CpyChg-Cache-Count < CpyChg-Cache-Max
                     Add 1 To CpyChg-Cache-Count
                     Move CpyChg-Cache-Count To CpyChg-Found-Index
                     Move CpyChg-Member-Name To
                       CpyChg-Cache-Member-Name (CpyChg-Found-Index)
                     Move CpyChg-Library-Path To
                       CpyChg-Cache-Library-Path (CpyChg-Found-Index)
                   End-If
                   If CpyChg-Found-Index > 0
                     Move CpyChg-Changed-Date To
                       CpyChg-Cache-Changed (CpyChg-Found-Index)
                   End-If
           End-Read
           .

      *******************************************************
      *    FIND COPY CHANGE ENTRY                            *
      *----------------------------------------------------- *
      *    Look a member/library pair up in the cached change  *
      *    register; CpyChg-Found-Index is zero on a miss.      *
      *******************************************************
       Find-Copy-Change-Entry.

           Move 0 To CpyChg-Found-Index
           Perform Search-One-Change-Entry
                   Varying CpyChg-Search-Index From 1 By 1
                   Until CpyChg-Search-Index > CpyChg-Cache-Count
                      Or CpyChg-Found-Index > 0
           .

       Search-One-Change-Entry.

           If CpyChg-Cache-Member-Name (CpyChg-Search-Index)
                = CpyDep-Search-Member
             And CpyChg-Cache-Library-Path (CpyChg-Search-Index)
                = CpyDep-Fetch-Path
             Move CpyChg-Search-Index To CpyChg-Found-Index
           End-If
           .

      *******************************************************
      *    LOG COPY DEPENDENCY                               *
      *----------------------------------------------------- *
      *    Append one CPYDEPS record for the fetch just        *
      *    handled -- the library is the redirect path when     *
      *    LIBREDIR steered it, SPACES for the normal library   *
      *    -- with the member's change date off the register,  *
      *    using the same OPEN EXTEND / fall-back convention    *
      *    as LIBAUDIT.                                          *
      *******************************************************
       Log-Copy-Dependency.

           If LibRedir-Redirect-Found
             Move LibRedir-New-Path To CpyDep-Fetch-Path
           Else
             Move Spaces To CpyDep-Fetch-Path
           End-If
           Move EXIT-FETCH-NAME To CpyDep-Search-Member
           Perform Find-Copy-Change-Entry

           Move Spaces            To CpyDep-Record
           Move EXIT-LINFO        To CpyDep-Program-Name
           Move CpyDep-Stamp-Date To CpyDep-Compile-Date
           Move CpyDep-Stamp-Time To CpyDep-Compile-Time
           Move EXIT-FETCH-NAME   To CpyDep-Member-Name
           Move CpyDep-Fetch-Path To CpyDep-Library-Path
           If CpyChg-Found-Index > 0
             Move CpyChg-Cache-Changed (CpyChg-Found-Index)
               To CpyDep-Member-Changed
           Else
             Move 0 To CpyDep-Member-Changed
           End-If

           Open Extend CpyDepFile
           If CpyDepFileStatus = '35'
             Open Output CpyDepFile
           End-If
           Write CpyDep-Record
           Close CpyDepFile
           .

      *******************************************************
      *    ERROR MESSAGE   PROCESSOR                        *
      *******************************************************
           End-Evaluate
           .

      *******************************************************
      *    OPEN MESSAGE OCCURRENCE LOG                       *
      *----------------------------------------------------- *
      *    OPEN EXTEND, falling back to OUTPUT the first      *
      *    time, like the other logs; a log that will not      *
      *    open costs the compile nothing but its rows.        *
      *******************************************************
       Open-Message-Occurrence-Log.

           Accept MsgOccur-Stamp-Time From Time
           Open Extend MsgOccurFile
           If MsgOccurFileStatus = '35'
             Open Output MsgOccurFile
           End-If
           If MsgOccurFileStatus = '00'
             Move 'Y' To MsgOccur-Open-Switch
           Else
             Move 'N' To MsgOccur-Open-Switch
             Display '**** MSGOCCUR not available, rc='
                     MsgOccurFileStatus
           End-If
           .

      *******************************************************
      *    LOG MESSAGE OCCURRENCE                            *
      *----------------------------------------------------- *
      *    One row for the message just handled: the final    *
      *    severity is the override when one applied, the      *
      *    issued severity otherwise.                          *
      *******************************************************
       Log-Message-Occurrence.

           If MsgOccur-Log-Open
             Move Spaces           To MsgOccur-Record
             Move EXIT-LINFO       To MsgOccur-Program-Name
             Move EXIT-MESSAGE-NUM To MsgOccur-Message-Num
             Move EXIT-DEFAULT-SEV To MsgOccur-Default-Sev
             If EXIT-RETURNCODE = 4
               Move EXIT-USER-SEV    To MsgOccur-Final-Sev
             Else
               Move EXIT-DEFAULT-SEV To MsgOccur-Final-Sev
             End-If
             Move Compile-Date        To MsgOccur-Compile-Date
             Move MsgOccur-Stamp-Time To MsgOccur-Compile-Time
             Write MsgOccur-Record
           End-If
           .

       Close-Message-Occurrence-Log.

           If MsgOccur-Log-Open
             Close MsgOccurFile
             Move 'N' To MsgOccur-Open-Switch
           End-If
           .

      *******************************************************
      *    WRITE COMPILE STATISTICS                          *
      *----------------------------------------------------- *
