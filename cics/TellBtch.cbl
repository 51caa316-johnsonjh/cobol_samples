       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellBtch.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLBTCH -- online, read-only batch status (transaction TBCH) *
      * for the branches and operations: instead of ringing the       *
      * computer room to ask when posting comes back, anyone signed   *
      * on can see the business date, whether NightlyRun has posting  *
      * closed, which NightlyRun and MonthEnd stage is running or     *
      * last completed, how long it has been at it against that       *
      * stage's usual run, and about when posting will reopen.        *
      * RUNCTL and MERUNCTL say how far each driver has got; the      *
      * QUIESCE record says whether posting is closed and since when; *
      * RUNHIST supplies both tonight's stage end times and, from     *
      * every earlier business date, each stage's usual elapsed time. *
      * A stage is "running" when it is the next one in the driver's  *
      * run order after the one RUNCTL last recorded -- the drivers   *
      * chain stages by exact number in run order, not numerically,   *
      * so the run order is carried here as a table.  Posting         *
      * reopens when NightlyRun drops the interlock after its last    *
      * stage, so the estimate is now plus what is left of the        *
      * current stage's usual time plus the usual time of every stage *
      * after it.  Nothing is updated; level 1 suffices.  ENTER       *
      * refreshes.  First-time-in versus re-entry is told apart with  *
      * EIBCALEN, the ordinary CICS way.                              *
      ******************************************************************
       Identification division.
       Program-id. "TellBtch".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy BtchMap.
           Copy DFHAID.
           Copy DFHBMSCA.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- every transaction verifies the keyed
      *  operator against OPERFILE before doing anything else
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 1.

      *  the batch drivers' own control and history records, read
      *  through file control (RUNCTL, MERUNCTL and RUNHIST are
      *  entry-sequenced, so by RBA)
           Copy Quiesce.
           Copy RunCtl.
           Copy MeRunCtl.
           Copy RunHist.
       01  Control-RBA               pic S9(8) comp.
       01  History-RBA               pic S9(8) comp.
       01  BrowseDone-Switch         pic X(01) value "N".
           88 BrowseIsDone              value "Y".
       01  Quiesce-Found-Switch      pic X(01) value "N".
           88 PostingIsClosed           value "Y".

       01  Business-Date             pic 9(8) value zero.
       01  Business-Date-Edit        pic 9999/99/99.
       01  Today-Abstime             pic S9(15) comp-3.
       01  Today-Date                pic X(08).
       01  Now-Time                  pic X(06).
       01  Now-Time-Split redefines Now-Time.
           05 Now-HH                 pic 9(2).
           05 Now-MM                 pic 9(2).
           05 Now-SS                 pic 9(2).
       01  Now-Seconds               pic S9(9) binary value zero.

      *****************************************************************
      * NightlyRun's stages in the order it runs them, with the       *
      * RUNCTL stage number each one records and the name it writes   *
      * to RUNHIST.  HOUSEKEEPING is last: it drops the interlock.    *
      *****************************************************************
       01  Nightly-Stage-Values.
           05 Filler pic X(14) value "01POSTING     ".
           05 Filler pic X(14) value "02CLEARING    ".
           05 Filler pic X(14) value "15CHK RECON   ".
           05 Filler pic X(14) value "16CHARGE BACK ".
           05 Filler pic X(14) value "29KITE DETECT ".
           05 Filler pic X(14) value "30NEW ACCT MON".
           05 Filler pic X(14) value "27CARD AUTH   ".
           05 Filler pic X(14) value "28CARD SETTLE ".
           05 Filler pic X(14) value "32DISPUTE POST".
           05 Filler pic X(14) value "03HOLD EXPIRY ".
           05 Filler pic X(14) value "35BAL SWEEP   ".
           05 Filler pic X(14) value "04INTEREST    ".
           05 Filler pic X(14) value "05MIN BALANCE ".
           05 Filler pic X(14) value "13OD INTEREST ".
           05 Filler pic X(14) value "19CHARGE-OFF  ".
           05 Filler pic X(14) value "18LOAN BILLING".
           05 Filler pic X(14) value "20LEGAL ORDERS".
           05 Filler pic X(14) value "21DECEASED    ".
           05 Filler pic X(14) value "06REPLICATION ".
           05 Filler pic X(14) value "07GROWTH      ".
           05 Filler pic X(14) value "08CD MATURITY ".
           05 Filler pic X(14) value "09STANDING ORD".
           05 Filler pic X(14) value "10AUDIT DRAIN ".
           05 Filler pic X(14) value "11SNAPSHOT    ".
           05 Filler pic X(14) value "22INT ACCRUAL ".
           05 Filler pic X(14) value "14NOTICES     ".
           05 Filler pic X(14) value "23GL SUMMARY  ".
           05 Filler pic X(14) value "37BRANCH XFER ".
           05 Filler pic X(14) value "24FEE REFUNDS ".
           05 Filler pic X(14) value "25OFFICIAL CHK".
           05 Filler pic X(14) value "26WIRES OUT   ".
           05 Filler pic X(14) value "31EMPLOYEE ACT".
           05 Filler pic X(14) value "33HOLD MAIL   ".
           05 Filler pic X(14) value "34OPER IDLE   ".
           05 Filler pic X(14) value "36IBK EXTRACT ".
           05 Filler pic X(14) value "12JOURNAL ROLL".
           05 Filler pic X(14) value "17HOUSEKEEPING".
       01  Nightly-Stage-Table redefines Nightly-Stage-Values.
           05 Nightly-Stage occurs 37 times.
              10 Nightly-Stage-Number   pic 9(2).
              10 Nightly-Stage-Name     pic X(12).
       01  Nightly-Stage-Count       pic 9(2) value 37.

      *  MonthEnd runs its stages in MERUNCTL number order
       01  MonthEnd-Stage-Values.
           05 Filler pic X(12) value "ME ANALYSIS ".
           05 Filler pic X(12) value "ME FX REVAL ".
           05 Filler pic X(12) value "ME ANAL BILL".
           05 Filler pic X(12) value "ME COMB STMT".
           05 Filler pic X(12) value "ME CHGOFF RP".
           05 Filler pic X(12) value "ME POD EXCPT".
           05 Filler pic X(12) value "ME INS DEPOS".
           05 Filler pic X(12) value "ME MINOR CNV".
           05 Filler pic X(12) value "ME BKW REMIT".
           05 Filler pic X(12) value "ME INT RECON".
           05 Filler pic X(12) value "ME FEE WAIVE".
           05 Filler pic X(12) value "ME REL PROFT".
       01  MonthEnd-Stage-Table redefines MonthEnd-Stage-Values.
           05 MonthEnd-Stage-Name    pic X(12) occurs 12 times.
       01  MonthEnd-Stage-Count      pic 9(2) value 12.

      *****************************************************************
      * Usual elapsed time per stage: the RUNHIST seconds and runs    *
      * from every business date before this one, by the same table   *
      * positions as above.                                           *
      *****************************************************************
       01  Nightly-Usual-Table.
           05 Nightly-Usual occurs 37 times.
              10 Nightly-Usual-Seconds  pic S9(9) binary.
              10 Nightly-Usual-Runs     pic S9(4) binary.
       01  MonthEnd-Usual-Table.
           05 MonthEnd-Usual occurs 12 times.
              10 MonthEnd-Usual-Seconds pic S9(9) binary.
              10 MonthEnd-Usual-Runs    pic S9(4) binary.

      *  where each driver stands tonight
       01  Nightly-Position          pic 9(2) value zero.
       01  Nightly-Last-End-Seconds  pic S9(9) binary value zero.
       01  Nightly-Last-End-Switch   pic X(01) value "N".
           88 NightlyEndKnown           value "Y".
       01  Nightly-Last-End-Stamp    pic 9(16) value zero.
       01  MonthEnd-Position         pic 9(2) value zero.
       01  MonthEnd-Last-End-Seconds pic S9(9) binary value zero.
       01  MonthEnd-Last-End-Switch  pic X(01) value "N".
           88 MonthEndEndKnown          value "Y".
       01  MonthEnd-Last-End-Stamp   pic 9(16) value zero.
       01  Row-End-Stamp             pic 9(16) value zero.
       01  Row-End-Stamp-Split redefines Row-End-Stamp.
           05 Row-End-Date           pic 9(8).
           05 Row-End-Time           pic 9(8).

       01  Stage-Index               pic 9(2) value zero.
       01  Found-Index               pic 9(2) value zero.
       01  Current-Index             pic 9(2) value zero.
       01  Next-Index                pic 9(2) value zero.
       01  Elapsed-Seconds           pic S9(9) binary value zero.
       01  Start-Seconds             pic S9(9) binary value zero.
       01  End-Seconds               pic S9(9) binary value zero.
       01  Usual-Seconds             pic S9(9) binary value zero.
       01  Remaining-Seconds         pic S9(9) binary value zero.
       01  Reopen-Seconds            pic S9(9) binary value zero.
       01  Unknown-Stage-Count       pic 9(2) value zero.
       01  Unknown-Stage-Edit        pic Z9.
       01  Stage-Position-Edit       pic Z9.
       01  Time-Work.
           05 TW-Time                pic 9(8).
           05 TW-Split redefines TW-Time.
              10 TW-HH               pic 9(2).
              10 TW-MM               pic 9(2).
              10 TW-SS               pic 9(2).
              10 TW-FF               pic 9(2).

      *  HH:MM for both clock times and durations
       01  Clock-Seconds             pic S9(9) binary value zero.
       01  Clock-Edit.
           05 Clock-HH               pic 9(2).
           05 Filler                 pic X(01) value ":".
           05 Clock-MM               pic 9(2).
       01  Elapsed-Line              pic X(50) value spaces.

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

       Procedure Division.
       0000-Mainline.
           Exec Cics Handle Condition
               Mapfail (2000-Send-Initial-Map)
               Error   (9900-Handle-Cics-Error)
           End-Exec

           If EIBCALEN not = zero and EIBAID = DFHPF3
              Exec Cics Return
              End-Exec
           Else
              If EIBCALEN = zero
                 Perform 2000-Send-Initial-Map
              Else
                 Perform 3000-Receive-And-Show
              End-If

              Exec Cics Return
                  Transid ('TBCH')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLBCHO
           Move "ENTER YOUR OPERATOR ID - ENTER AGAIN TO REFRESH"
               to MSGLO

           Exec Cics Send Map ('TELLBCH')
               Mapset  ('BTCHMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TBCH')
               Commarea (DFHCOMMAREA)
           End-Exec.

       3000-Receive-And-Show.
           Exec Cics Receive Map ('TELLBCH')
               Mapset ('BTCHMAP')
               Into   (TELLBCHI)
           End-Exec

           Move Low-Values to TELLBCHO

           Perform 1500-Verify-Operator
           If not OperatorVerified
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           Perform 4000-Gather-Status
           Perform 4500-Show-Nightly
           Perform 4700-Show-MonthEnd
           Move "STATUS AS OF " to MSGLO
           Move Now-Seconds to Clock-Seconds
           Perform 8000-Edit-Clock
           Move Clock-Edit to MSGLO(14:5)
           Move "- ENTER TO REFRESH, PF3 TO END" to MSGLO(20:30)
           Perform 5000-Redisplay-Map.

       1500-Verify-Operator.
           Move "N" to Operator-OK-Switch
           If OPERIDL = zero or OPERIDI = spaces
              Move "PLEASE ENTER YOUR OPERATOR ID" to MSGLO
              Exit Paragraph
           End-If
           Move OPERIDI to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "OPERATOR NOT ON FILE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If not Oper-Is-Active
              Move "OPERATOR ID IS INACTIVE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Required-Auth-Level
              Move "NOT AUTHORIZED FOR THIS FUNCTION" to MSGLO
              Exit Paragraph
           End-If
      *  the last-sign-on stamp; its outcome never stops the teller
           Exec Cics Link
               Program  ('OperSgn')
               Commarea (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           Move "Y" to Operator-OK-Switch.

      *****************************************************************
      * Business date, the clock, the interlock, both control decks   *
      * and one pass of RUNHIST.  A control deck from another         *
      * business date means that driver has not started tonight --    *
      * the same rule the drivers themselves apply on restart.        *
      *****************************************************************
       4000-Gather-Status.
           Call "GetBusDate" using Business-Date
           Move Business-Date to Business-Date-Edit
           Move Business-Date-Edit to BDATEO

           Exec Cics Asktime
               Abstime (Today-Abstime)
           End-Exec
           Exec Cics Formattime
               Abstime  (Today-Abstime)
               Yyyymmdd (Today-Date)
               Time     (Now-Time)
           End-Exec
           Compute Now-Seconds = Now-HH * 3600 + Now-MM * 60 + Now-SS

           Perform 4100-Read-Quiesce
           Perform 4200-Read-Run-Controls
           Perform 4300-Scan-Run-History.

       4100-Read-Quiesce.
           Move "N" to Quiesce-Found-Switch
           Move "1" to Quiesce-Key
           Exec Cics Read
               File     ('QUIESCE')
               Into     (Quiesce-Record)
               Ridfld   (Quiesce-Key)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL) and Quiesce-Raised
              Move "Y" to Quiesce-Found-Switch
              Move Quiesce-Time to TW-Time
              Compute Clock-Seconds =
                  TW-HH * 3600 + TW-MM * 60 + TW-SS
              Perform 8000-Edit-Clock
              Move "CLOSED FOR NIGHTLY BATCH SINCE" to POSTSTO
              Move Clock-Edit to POSTSTO(32:5)
           Else
              Move "OPEN" to POSTSTO
           End-If.

       4200-Read-Run-Controls.
           Move zero to Nightly-Position
           Move zero to Control-RBA
           Exec Cics Read
               File     ('RUNCTL')
               Into     (RunCtl-Record)
               Ridfld   (Control-RBA)
               Rba
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              and RunCtl-Run-Date = Business-Date
              and not RunCtl-Not-Started
              Move zero to Found-Index
              Perform 4210-Match-Nightly-Number
                  Varying Stage-Index from 1 by 1
                  Until Stage-Index > Nightly-Stage-Count
                     or Found-Index not = zero
              Move Found-Index to Nightly-Position
           End-If

           Move zero to MonthEnd-Position
           Move zero to Control-RBA
           Exec Cics Read
               File     ('MERUNCTL')
               Into     (MeCtl-Record)
               Ridfld   (Control-RBA)
               Rba
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              and MeCtl-Run-Date = Business-Date
              and MeCtl-Stage-Completed not > MonthEnd-Stage-Count
              Move MeCtl-Stage-Completed to MonthEnd-Position
           End-If.

       4210-Match-Nightly-Number.
           If Nightly-Stage-Number(Stage-Index) =
                 RunCtl-Stage-Completed
              Move Stage-Index to Found-Index
           End-If.

      *****************************************************************
      * One pass of RUNHIST.  Rows from earlier business dates feed   *
      * the usual times; tonight's rows give the latest stage end for *
      * each driver, which is when the running stage started.         *
      *****************************************************************
       4300-Scan-Run-History.
           Initialize Nightly-Usual-Table
           Initialize MonthEnd-Usual-Table
           Move "N" to Nightly-Last-End-Switch
           Move "N" to MonthEnd-Last-End-Switch
           Move zero to Nightly-Last-End-Stamp
           Move zero to MonthEnd-Last-End-Stamp

           Move "N" to BrowseDone-Switch
           Move zero to History-RBA
           Exec Cics Startbr
               File   ('RUNHIST')
               Ridfld (History-RBA)
               Rba
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           Perform 4310-Read-History-Row
               Until BrowseIsDone
           Exec Cics Endbr
               File ('RUNHIST')
           End-Exec.

       4310-Read-History-Row.
           Exec Cics Readnext
               File   ('RUNHIST')
               Into   (Run-History-Record)
               Ridfld (History-RBA)
               Rba
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to BrowseDone-Switch
              Exit Paragraph
           End-If
           If RunHist-Business-Date > Business-Date
              Exit Paragraph
           End-If

           Move zero to Found-Index
           Perform 4320-Match-Nightly-Name
               Varying Stage-Index from 1 by 1
               Until Stage-Index > Nightly-Stage-Count
                  or Found-Index not = zero
           If Found-Index not = zero
              Perform 4340-Note-Nightly-Row
              Exit Paragraph
           End-If
           Perform 4330-Match-MonthEnd-Name
               Varying Stage-Index from 1 by 1
               Until Stage-Index > MonthEnd-Stage-Count
                  or Found-Index not = zero
           If Found-Index not = zero
              Perform 4350-Note-MonthEnd-Row
           End-If.

       4320-Match-Nightly-Name.
           If Nightly-Stage-Name(Stage-Index) = RunHist-Stage-Name
              Move Stage-Index to Found-Index
           End-If.

       4330-Match-MonthEnd-Name.
           If MonthEnd-Stage-Name(Stage-Index) = RunHist-Stage-Name
              Move Stage-Index to Found-Index
           End-If.

       4340-Note-Nightly-Row.
           If RunHist-Business-Date < Business-Date
              Perform 4360-Compute-Row-Elapsed
              Add Elapsed-Seconds
                  to Nightly-Usual-Seconds(Found-Index)
              Add 1 to Nightly-Usual-Runs(Found-Index)
           Else
              Move RunHist-End-Date to Row-End-Date
              Move RunHist-End-Time to Row-End-Time
              If Row-End-Stamp > Nightly-Last-End-Stamp
                 Move Row-End-Stamp to Nightly-Last-End-Stamp
                 Move RunHist-End-Time to TW-Time
                 Compute Nightly-Last-End-Seconds =
                     TW-HH * 3600 + TW-MM * 60 + TW-SS
                 Move "Y" to Nightly-Last-End-Switch
              End-If
           End-If.

       4350-Note-MonthEnd-Row.
           If RunHist-Business-Date < Business-Date
              Perform 4360-Compute-Row-Elapsed
              Add Elapsed-Seconds
                  to MonthEnd-Usual-Seconds(Found-Index)
              Add 1 to MonthEnd-Usual-Runs(Found-Index)
           Else
              Move RunHist-End-Date to Row-End-Date
              Move RunHist-End-Time to Row-End-Time
              If Row-End-Stamp > MonthEnd-Last-End-Stamp
                 Move Row-End-Stamp to MonthEnd-Last-End-Stamp
                 Move RunHist-End-Time to TW-Time
                 Compute MonthEnd-Last-End-Seconds =
                     TW-HH * 3600 + TW-MM * 60 + TW-SS
                 Move "Y" to MonthEnd-Last-End-Switch
              End-If
           End-If.

      *  whole seconds between a row's start and end stamps, the
      *  date part carrying a run across midnight (the OpsRpt sum)
       4360-Compute-Row-Elapsed.
           Move RunHist-Start-Time to TW-Time
           Compute Start-Seconds = TW-HH * 3600 + TW-MM * 60 + TW-SS
           Move RunHist-End-Time to TW-Time
           Compute End-Seconds = TW-HH * 3600 + TW-MM * 60 + TW-SS
           Compute Elapsed-Seconds =
               (Function Integer-Of-Date(RunHist-End-Date)
                - Function Integer-Of-Date(RunHist-Start-Date))
               * 86400 + End-Seconds - Start-Seconds.

      *****************************************************************
      * NightlyRun: complete, not started, or part-way -- and when    *
      * part-way, the stage after the last one RUNCTL recorded is the *
      * one running, timed from tonight's last RUNHIST end (or from   *
      * the interlock going up, while the first stage still runs).    *
      *****************************************************************
       4500-Show-Nightly.
           If Nightly-Position not = zero
              Move Nightly-Stage-Name(Nightly-Position) to NLASTO
              If NightlyEndKnown
                 Move Nightly-Last-End-Seconds to Clock-Seconds
                 Perform 8000-Edit-Clock
                 Move "ENDED" to NLASTO(14:5)
                 Move Clock-Edit to NLASTO(20:5)
              End-If
           End-If

           If Nightly-Position = Nightly-Stage-Count
              Move "COMPLETE FOR THIS BUSINESS DATE" to NSTATO
              Move "NONE" to NCURO
              If PostingIsClosed
                 Move "POSTING STILL CLOSED - CALL OPERATIONS"
                     to NREOPO
              Else
                 Move "POSTING IS OPEN" to NREOPO
              End-If
              Exit Paragraph
           End-If

           If Nightly-Position = zero and not PostingIsClosed
              Move "NOT STARTED FOR THIS BUSINESS DATE" to NSTATO
              Move "NONE" to NCURO
              Move "POSTING IS OPEN" to NREOPO
              Exit Paragraph
           End-If

           Compute Current-Index = Nightly-Position + 1
           Move Current-Index to Stage-Position-Edit
           Move "IN PROGRESS - STAGE    OF 37" to NSTATO
           Move Stage-Position-Edit to NSTATO(21:2)
           Move Nightly-Stage-Name(Current-Index) to NCURO

           Evaluate True
               When NightlyEndKnown
                   Move Nightly-Last-End-Seconds to Start-Seconds
               When PostingIsClosed
                   Move Quiesce-Time to TW-Time
                   Compute Start-Seconds =
                       TW-HH * 3600 + TW-MM * 60 + TW-SS
               When Other
                   Move Now-Seconds to Start-Seconds
           End-Evaluate
           Perform 8100-Compute-Elapsed-Now

           Move zero to Usual-Seconds
           If Nightly-Usual-Runs(Current-Index) > zero
              Compute Usual-Seconds =
                  Nightly-Usual-Seconds(Current-Index)
                  / Nightly-Usual-Runs(Current-Index)
           End-If
           Perform 8200-Build-Elapsed-Line
           Move Elapsed-Line to NELAPO
           Perform 4600-Estimate-Reopen.

      *****************************************************************
      * What is left of the running stage's usual time plus the usual *
      * time of every later stage, added to now.  A stage with no     *
      * history yet adds nothing, and the estimate says how many.     *
      *****************************************************************
       4600-Estimate-Reopen.
           Move zero to Unknown-Stage-Count
           Move zero to Remaining-Seconds
           If Nightly-Usual-Runs(Current-Index) = zero
              Add 1 to Unknown-Stage-Count
           Else
              If Usual-Seconds > Elapsed-Seconds
                 Compute Remaining-Seconds =
                     Usual-Seconds - Elapsed-Seconds
              End-If
           End-If
           Compute Next-Index = Current-Index + 1
           Perform 4610-Add-Later-Stage
               Varying Stage-Index from Next-Index by 1
               Until Stage-Index > Nightly-Stage-Count

           Compute Reopen-Seconds = Now-Seconds + Remaining-Seconds
           Perform 4620-Wrap-Reopen-Time
               Until Reopen-Seconds < 86400
           Move Reopen-Seconds to Clock-Seconds
           Perform 8000-Edit-Clock
           Move Clock-Edit to NREOPO
           If Unknown-Stage-Count not = zero
              Move Unknown-Stage-Count to Unknown-Stage-Edit
              Move "(   STAGES HAVE NO HISTORY YET)" to NREOPO(7:31)
              Move Unknown-Stage-Edit to NREOPO(8:2)
           End-If.

       4610-Add-Later-Stage.
           If Nightly-Usual-Runs(Stage-Index) = zero
              Add 1 to Unknown-Stage-Count
           Else
              Compute Remaining-Seconds = Remaining-Seconds
                  + Nightly-Usual-Seconds(Stage-Index)
                  / Nightly-Usual-Runs(Stage-Index)
           End-If.

       4620-Wrap-Reopen-Time.
           Subtract 86400 from Reopen-Seconds.

      *****************************************************************
      * MonthEnd only runs at month end, and does not close posting,  *
      * so there is no reopen estimate: just where it stands.         *
      *****************************************************************
       4700-Show-MonthEnd.
           If MonthEnd-Position = zero and not MonthEndEndKnown
              Move "NOT RUNNING FOR THIS BUSINESS DATE" to MSTATO
              Exit Paragraph
           End-If

           If MonthEnd-Position not = zero
              Move MonthEnd-Stage-Name(MonthEnd-Position) to MLASTO
              If MonthEndEndKnown
                 Move MonthEnd-Last-End-Seconds to Clock-Seconds
                 Perform 8000-Edit-Clock
                 Move "ENDED" to MLASTO(14:5)
                 Move Clock-Edit to MLASTO(20:5)
              End-If
           End-If

           If MonthEnd-Position = MonthEnd-Stage-Count
              Move "COMPLETE FOR THIS BUSINESS DATE" to MSTATO
              Move "NONE" to MCURO
              Exit Paragraph
           End-If

           Compute Current-Index = MonthEnd-Position + 1
           Move Current-Index to Stage-Position-Edit
           Move "IN PROGRESS - STAGE    OF 12" to MSTATO
           Move Stage-Position-Edit to MSTATO(21:2)
           Move MonthEnd-Stage-Name(Current-Index) to MCURO

           If MonthEndEndKnown
              Move MonthEnd-Last-End-Seconds to Start-Seconds
           Else
              Move Now-Seconds to Start-Seconds
           End-If
           Perform 8100-Compute-Elapsed-Now

           Move zero to Usual-Seconds
           If MonthEnd-Usual-Runs(Current-Index) > zero
              Compute Usual-Seconds =
                  MonthEnd-Usual-Seconds(Current-Index)
                  / MonthEnd-Usual-Runs(Current-Index)
           End-If
           Perform 8200-Build-Elapsed-Line
           Move Elapsed-Line to MELAPO.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO

           Exec Cics Send Map ('TELLBCH')
               Mapset  ('BTCHMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * Clock-Seconds as HH:MM in Clock-Edit -- a time of day or a    *
      * duration alike.                                               *
      *****************************************************************
       8000-Edit-Clock.
           Compute Clock-HH = Clock-Seconds / 3600
           Compute Clock-MM =
               (Clock-Seconds - Clock-HH * 3600) / 60.

      *  a stage that started before midnight and is still running
      *  after it reads a negative difference: add the day back
       8100-Compute-Elapsed-Now.
           Compute Elapsed-Seconds = Now-Seconds - Start-Seconds
           If Elapsed-Seconds < zero
              Add 86400 to Elapsed-Seconds
           End-If.

      *****************************************************************
      * The elapsed line for either driver: "HH:MM AGAINST USUAL      *
      * HH:MM", flagged when the stage has run past twice its usual   *
      * -- the OpsRpt "slower" test -- or saying there is no usual    *
      * yet to judge it by.                                           *
      *****************************************************************
       8200-Build-Elapsed-Line.
           Move spaces to Elapsed-Line
           If Usual-Seconds = zero
              Move "NO HISTORY YET" to Elapsed-Line(7:14)
           Else
              Move Usual-Seconds to Clock-Seconds
              Perform 8000-Edit-Clock
              Move "AGAINST USUAL" to Elapsed-Line(7:13)
              Move Clock-Edit to Elapsed-Line(21:5)
              If Elapsed-Seconds > Usual-Seconds * 2
                 Move "- RUNNING LONG" to Elapsed-Line(27:14)
              End-If
           End-If
           Move Elapsed-Seconds to Clock-Seconds
           Perform 8000-Edit-Clock
           Move Clock-Edit to Elapsed-Line(1:5).

      *****************************************************************
      * Any unexpected CICS condition ends the conversation cleanly    *
      * rather than abending the operator's session.                   *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY OPERATIONS"
               to MSGLO
           Exec Cics Send Map ('TELLBCH')
               Mapset  ('BTCHMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellBtch".
