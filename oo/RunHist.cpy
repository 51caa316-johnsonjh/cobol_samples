      * the stage-1 POSTING row itself, since only it knows its own   *
      * read/applied/rejected counts.  OpsRpt trends the batch window *
      * and record volumes off this file and flags nights that move   *
      * abnormally.  Stage 99 is not a stage: it is the row GetParm   *
      * appends for each SYSPARM parameter a program resolves, with  *
      * the program in the stage name and the parameter, the value   *
      * the run used and where it came from in place of the counts.  *
      ******************************************************************
       01 Run-History-Record.
          05 RunHist-Business-Date    pic 9(8).
          05 RunHist-Stage-Number     pic 9(2).
             88 RunHist-Parameter-Row    value 99.
          05 RunHist-Stage-Name       pic X(12).
          05 RunHist-Start-Date       pic 9(8).
          05 RunHist-Start-Time       pic 9(8).
          05 RunHist-End-Date         pic 9(8).
          05 RunHist-End-Time         pic 9(8).
          05 RunHist-Stage-Counts.
             10 RunHist-Records-Read     pic 9(7).
             10 RunHist-Records-Applied  pic 9(7).
             10 RunHist-Records-Rejected pic 9(7).
             10 RunHist-Checks-Posted    pic 9(7).
             10 RunHist-Checks-Bounced   pic 9(7).
             10 Filler                   pic X(20).
          05 RunHist-Parameter-Used redefines RunHist-Stage-Counts.
             10 RunHist-Parm-Name        pic X(10).
             10 RunHist-Parm-Value       pic X(18).
             10 RunHist-Parm-Source      pic X(01).
                88 RunHist-Parm-From-File   value "F".
                88 RunHist-Parm-Default     value "D".
             10 RunHist-Parm-Effective   pic 9(8).
             10 Filler                   pic X(18).
      ***********************
      * End of RUNHIST.CPY  *
      ***********************
