       cbl thread,pgmname(longmixed)
      ******************************************************************
      * BkwRmt.cbl                                                     *
      *----------------------------------------------------------------*
      * Month-end backup-withholding remittance report for the tax     *
      * desk -- MonthEnd's ninth stage, still runnable standalone.     *
      * Reads the BKWLOG event log Account's "withholdBackup" appends *
      * to, selects the withholdings dated in the month of the        *
      * business date (BKWMON in the environment, YYYYMM, reports     *
      * another month), and lists every one with the customer, the    *
      * reason, the interest it was taken from and the amount         *
      * withheld.  The totals split the month by reason (TIN missing  *
      * and IRS B-notice) and end with the deposit due -- the total   *
      * withheld, which is remitted against GL 2410-BKWPAY.            *
      ******************************************************************
       Identification division.
       Program-id. "BkwRmt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select BkwLogFile Assign to "BKWLOG"
               Organization is Sequential
               File Status is BkwLogStatus.
           Select BkwReport Assign to "BKWRMTRP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  BkwLogFile.
           Copy BkwLog.
       FD  BkwReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  BkwLogStatus           pic X(02) value spaces.
           88 BkwLogOK               value "00" "10".
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
       01  MissingCount           pic 9(7) value zero.
       01  MissingTotal           pic S9(11) binary value zero.
       01  BNoticeCount           pic 9(7) value zero.
       01  BNoticeTotal           pic S9(11) binary value zero.
       01  WithheldCount          pic 9(7) value zero.
       01  InterestTotal          pic S9(11) binary value zero.
       01  WithheldTotal          pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "BACKUP WITHHOLDING REMITTANCE MONTH ".
           05 H1-Month            pic 9999/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(42) value
              "ACCOUNT  DATE        CUSTOMER  REASON".
           05 Filler              pic X(26) value
              "    INTEREST      WITHHELD".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Date              pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Customer          pic 9(6).
           05 Filler              pic X(04) value spaces.
           05 D-Reason            pic X(09).
           05 Filler              pic X(01) value spaces.
           05 D-Interest          pic $$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 D-Withheld          pic $$$,$$$,$$9CR.
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
           Display "BkwRmt: backup-withholding remittance starting"
           Call "GetBusDate" using Business-Date
           Move Business-Date(1:6) to Report-Month
           Move spaces to Month-Env-Value
           Accept Month-Env-Value from Environment "BKWMON"
           If Month-Env-Value is numeric
                 and Month-Env-Value not = "000000"
              Move Month-Env-Value to Report-Month
           End-If
           Open Output BkwReport
           Perform 1200-Write-Headings
           Open Input BkwLogFile
           If not BkwLogOK
              Display "BkwRmt: no BKWLOG on file, rc="
                      BkwLogStatus
              Move "Y" to LogEOF-Switch
           End-If
           Perform 1100-Read-Log.

       1100-Read-Log.
           If not NoMoreLogRecords
              Read BkwLogFile
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
           Move Bkw-Event-Date(1:6) to Event-Month
           If Event-Month = Report-Month
              Perform 2100-List-One-Event
           End-If
           Perform 1100-Read-Log.

       2100-List-One-Event.
           Evaluate true
              When Bkw-Reason-Missing
                 Add 1 to MissingCount
                 Add Bkw-Withheld-Amount to MissingTotal
                 Move "TIN MISS" to D-Reason
              When Bkw-Reason-BNotice
                 Add 1 to BNoticeCount
                 Add Bkw-Withheld-Amount to BNoticeTotal
                 Move "B-NOTICE" to D-Reason
              When other
                 Exit Paragraph
           End-Evaluate
           Add 1 to WithheldCount
           Add Bkw-Interest-Amount to InterestTotal
           Add Bkw-Withheld-Amount to WithheldTotal
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Bkw-Account-Number  to D-Account
           Move Bkw-Event-Date      to D-Date
           Move Bkw-Customer-Number to D-Customer
           Move Bkw-Interest-Amount to D-Interest
           Move Bkw-Withheld-Amount to D-Withheld
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "TIN MISSING:" to S-Label
           Move MissingCount to S-Count
           Move MissingTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "IRS B-NOTICE:" to S-Label
           Move BNoticeCount to S-Count
           Move BNoticeTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "INTEREST SUBJECT:" to S-Label
           Move WithheldCount to S-Count
           Move InterestTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Move spaces to Summary-Line
           Move "DEPOSIT DUE:" to S-Label
           Move WithheldTotal to S-Amount
           Move Summary-Line to Report-Line
           Write Report-Line
           Close BkwReport
           If BkwLogOK
              Close BkwLogFile
           End-If
           Display "BkwRmt: month=" Report-Month
                   " withholdings=" WithheldCount
                   " deposit due=" WithheldTotal.

       End program "BkwRmt".
