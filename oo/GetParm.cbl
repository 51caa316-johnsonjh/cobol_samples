       cbl thread,pgmname(longmixed)
      ******************************************************************
      * GetParm.cbl                                                    *
      *----------------------------------------------------------------*
      * Resolves one run-time parameter off SYSPARM, CALLed by every  *
      * program with a threshold, window, rate, fee or bank           *
      * identifier to read, in place of the ACCEPT FROM ENVIRONMENT   *
      * overrides those used to be.  The caller passes a PARMREQ      *
      * request naming the parameter and itself with its own default  *
      * in the value; the SYSPARM row in force on the business date   *
      * -- the latest effective date not after it -- replaces the     *
      * default when there is one.  Either way the value the run is   *
      * using is appended to RUNHIST as a stage-99 parameter row, so  *
      * what any night's run used can be read back afterwards.  A     *
      * missing SYSPARM leaves every caller on its default.            *
      ******************************************************************
       Identification division.
       Program-id. "GetParm".
       Environment division.
       Input-Output Section.
       File-Control.
           Select SysParmFile Assign to "SYSPARM"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Parm-Key
               File Status is SysParmStatus.
           Select RunHistFile Assign to "RUNHIST"
               Organization is Sequential
               File Status is RunHistStatus.
       Data Division.
       File Section.
       FD  SysParmFile.
           Copy SysParm.
       FD  RunHistFile.
           Copy RunHist.

       Working-Storage Section.
       01  SysParmStatus          pic X(02) value spaces.
           88 SysParmOK              value "00".
       01  RunHistStatus          pic X(02) value spaces.
           88 RunHistOK              value "00".
       01  ParmEOF-Switch         pic X(01) value "N".
           88 NoMoreParmRows         value "Y".
       01  Business-Date          pic 9(8) value zero.
       01  Resolved-Time          pic 9(8) value zero.

       Linkage Section.
           Copy ParmReq.

       Procedure Division using Parm-Request.
       0000-Mainline.
           If Business-Date = zero
              Call "GetBusDate" using Business-Date
           End-If
           Set Parm-Req-Default to True
           Move zero to Parm-Req-Effective
           Perform 1000-Find-Row-In-Force
           Perform 2000-Log-Value-Used
           Goback.

      *****************************************************************
      * The name's rows come back in effective-date order; the last   *
      * one not after the business date is the one in force.         *
      *****************************************************************
       1000-Find-Row-In-Force.
           Open Input SysParmFile
           If not SysParmOK
              Exit Paragraph
           End-If
           Move "N" to ParmEOF-Switch
           Move Parm-Req-Name to Parm-Name
           Move zero to Parm-Effective-Date
           Start SysParmFile Key is Not Less Than Parm-Key
               Invalid Key
                   Move "Y" to ParmEOF-Switch
           End-Start
           Perform 1100-Read-Parm-Row
           Perform 1200-Take-One-Row
               Until NoMoreParmRows
           Close SysParmFile.

       1100-Read-Parm-Row.
           If not NoMoreParmRows
              Read SysParmFile Next Record
                  At End
                      Move "Y" to ParmEOF-Switch
              End-Read
           End-If
           If not NoMoreParmRows
                 and (Parm-Name not = Parm-Req-Name
                      or Parm-Effective-Date > Business-Date)
              Move "Y" to ParmEOF-Switch
           End-If.

       1200-Take-One-Row.
           Move Parm-Value          to Parm-Req-Value
           Move Parm-Effective-Date to Parm-Req-Effective
           Set Parm-Req-From-File to True
           Perform 1100-Read-Parm-Row.

       2000-Log-Value-Used.
           Open Extend RunHistFile
           If RunHistStatus = "35"
              Open Output RunHistFile
           End-If
           If not RunHistOK
              Display "GetParm: unable to open RUNHIST, rc="
                      RunHistStatus ", " Parm-Req-Name " = "
                      Parm-Req-Value " not logged"
              Exit Paragraph
           End-If
           Accept Resolved-Time from Time
           Move spaces to Run-History-Record
           Move Business-Date      to RunHist-Business-Date
           Move 99                 to RunHist-Stage-Number
           Move Parm-Req-Program   to RunHist-Stage-Name
           Accept RunHist-Start-Date from Date YYYYMMDD
           Move Resolved-Time      to RunHist-Start-Time
           Move RunHist-Start-Date to RunHist-End-Date
           Move Resolved-Time      to RunHist-End-Time
           Move Parm-Req-Name      to RunHist-Parm-Name
           Move Parm-Req-Value     to RunHist-Parm-Value
           Move Parm-Req-Source    to RunHist-Parm-Source
           Move Parm-Req-Effective to RunHist-Parm-Effective
           Write Run-History-Record
           Close RunHistFile.

       End program "GetParm".
