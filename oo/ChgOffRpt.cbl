       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ChgOffRpt.cbl                                                  *
      *----------------------------------------------------------------*
      * Month-end charged-off and recovered report for the reserve     *
      * committee -- MonthEnd's fifth stage, still runnable            *
      * standalone.  Reads the CHGOFFLG event log the nightly charge- *
      * off stage appends to, selects the events dated in the month   *
      * of the business date (CHGOFFMON in the environment, YYYYMM,   *
      * reports another month), and lists every write-off and every   *
      * recovery with the month's counts, the amount charged off, the *
      * amount recovered and the net loss between them.               *
      ******************************************************************
       Identification division.
       Program-id. "ChgOffRpt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ChgOffLogFile Assign to "CHGOFFLG"
               Organization is Sequential
               File Status is ChgOffLogStatus.
           Select ChgOffReport Assign to "CHGOFFRP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  ChgOffLogFile.
           Copy ChgOffLg.
       FD  ChgOffReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  ChgOffLogStatus        pic X(02) value spaces.
           88 ChgOffLogOK            value "00" "10".
       01  ReportFileStatus       pic X(02) value spaces.
       01  LogEOF-Switch          pic X(01) value "N".
           88 NoMoreLogRecords       value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Month-Env-Value        pic X(06) value spaces.
       01  Report-Month           pic 9(6) value zero.
       01  Event-Month            pic 9(6) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  EventsRead             pic 9(7) value zero.
       01  ChargeOffCount         pic 9(7) value zero.
       01  ChargeOffTotal         pic S9(11) binary value zero.
       01  RecoveryCount          pic 9(7) value zero.
       01  RecoveryTotal          pic S9(11) binary value zero.
       01  NetLossTotal           pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "CHARGED-OFF AND RECOVERED FOR MONTH ".
           05 H1-Month            pic 9999/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2         pic X(60) value
           "EVENT        ACCOUNT  DATE        DAYS OD          AMOUNT".
       01  Detail-Line.
           05 D-Event             pic X(11).
           05 Filler              pic X(02) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Date              pic 9999/99/99.
           05 Filler              pic X(04) value spaces.
           05 D-Days              pic ZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Amount            pic $$$,$$$,$$9CR.
       01  Summary-Line.
           05 S-Label             pic X(20).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Report-One-Event
               Until NoMoreLogRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ChgOffRpt: charge-off and recovery report starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date(1:6) to Report-Month
           Move spaces to Month-Env-Value
           Accept Month-Env-Value from Environment "CHGOFFMON"
           If Month-Env-Value is numeric
                 and Month-Env-Value not = "000000"
              Move Month-Env-Value to Report-Month
           End-If
           Open Output ChgOffReport
           Perform 1200-Write-Headings
           Open Input ChgOffLogFile
           If not ChgOffLogOK
              Display "ChgOffRpt: no CHGOFFLG on file, rc="
                      ChgOffLogStatus
              Move "Y" to LogEOF-Switch
           End-If
           Perform 1100-Read-Log.

       1100-Read-Log.
           If not NoMoreLogRecords
              Read ChgOffLogFile
                  At End
                      Move "Y" to LogEOF-Switch
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Report-Month to H1-Month
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       2000-Report-One-Event.
           Add 1 to EventsRead
           Move ChgOff-Event-Date(1:6) to Event-Month
           If Event-Month = Report-Month
              Perform 2100-List-One-Event
           End-If
           Perform 1100-Read-Log.

       2100-List-One-Event.
           Move spaces to D-Event
           Move zero to D-Days
           Evaluate true
              When ChgOff-Is-Charge-Off
                 Add 1 to ChargeOffCount
                 Add ChgOff-Amount to ChargeOffTotal
                 Move "CHARGED OFF" to D-Event
                 Move ChgOff-Days-Overdrawn to D-Days
              When ChgOff-Is-Recovery
                 Add 1 to RecoveryCount
                 Add ChgOff-Amount to RecoveryTotal
                 Move "RECOVERY" to D-Event
              When other
                 Exit Paragraph
           End-Evaluate
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move ChgOff-Account-Number to D-Account
           Move ChgOff-Event-Date     to D-Date
           Move ChgOff-Amount         to D-Amount
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "CHARGED OFF:" to S-Label
           Move ChargeOffCount to S-Count
           Move ChargeOffTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "RECOVERED:" to S-Label
           Move RecoveryCount to S-Count
           Move RecoveryTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Compute NetLossTotal = ChargeOffTotal - RecoveryTotal
           Move spaces to Summary-Line
           Move "NET LOSS:" to S-Label
           Move NetLossTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ChgOffReport
           If ChgOffLogOK
              Close ChgOffLogFile
           End-If
           Display "ChgOffRpt: month=" Report-Month
                   " charged off=" ChargeOffCount
                   " recovered=" RecoveryCount.

       End program "ChgOffRpt".
