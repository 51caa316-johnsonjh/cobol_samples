       cbl thread,pgmname(longmixed)
      ******************************************************************
      * DispCal.cbl                                                    *
      *----------------------------------------------------------------*
      * Dispute deadline calendar, CALLed by the TellDisp teller      *
      * transaction when it opens a dispute case.  Hands back the     *
      * three deadlines a case is worked against -- acknowledgment in *
      * 3 business days, provisional credit by the 10th, and          *
      * resolution by the 45th or 90th, the caller saying which --    *
      * each counted in BUSINESS days after the current business date *
      * on the PROCCAL calendar, the ChkHold way (calendar days when  *
      * the calendar runs out, with a warning).  The calendar is read *
      * ONCE per run unit and served from working storage after that, *
      * the GetBusDate convention.                                    *
      ******************************************************************
       Identification division.
       Program-id. "DispCal".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ProcCalFile Assign to "PROCCAL"
               Organization is Sequential
               File Status is ProcCalFileStatus.
       Data Division.
       File Section.
       FD  ProcCalFile.
           Copy ProcCal.

       Working-Storage Section.
       01  ProcCalFileStatus      pic X(02) value spaces.
           88 ProcCalFileOK          value "00".
       01  CalEOF-Switch          pic X(01) value "N".
           88 NoMoreCalRecords       value "Y".
       01  Loaded-Switch          pic X(01) value "N".
           88 TablesLoaded           value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Ack-Days               pic 9(3) value 3.
       01  Prov-Days              pic 9(3) value 10.
       01  Step-Days              pic 9(3) value zero.
       01  Step-Date              pic 9(8) value zero.

      *****************************************************************
      * The business days after the current business date, in order,  *
      * off PROCCAL -- the Nth entry is the deadline N business days  *
      * out.                                                          *
      *****************************************************************
       01  BusDayCount            pic 9(3) value zero.
       01  Business-Day-Table.
           05 Business-Day-Entry occurs 0 to 400 times
                 depending on BusDayCount.
              10 BD-Date             pic 9(8).

       Linkage Section.
       01  inResolveDays          pic 9(3).
       01  outAckDue              pic 9(8).
       01  outProvDue             pic 9(8).
       01  outResolveDue          pic 9(8).

       Procedure Division using inResolveDays outAckDue outProvDue
                                outResolveDue.
       0000-Mainline.
           If not TablesLoaded
              Perform 1000-Load-Business-Days
           End-If

           Move Ack-Days to Step-Days
           Perform 2000-Step-Business-Days
           Move Step-Date to outAckDue
           Move Prov-Days to Step-Days
           Perform 2000-Step-Business-Days
           Move Step-Date to outProvDue
           Move inResolveDays to Step-Days
           Perform 2000-Step-Business-Days
           Move Step-Date to outResolveDue
           Goback.

       1000-Load-Business-Days.
           Move "Y" to Loaded-Switch
           Call "GetBusDate" using Business-Date
           Move "N" to CalEOF-Switch
           Open Input ProcCalFile
           If not ProcCalFileOK
              Display "DispCal: no PROCCAL calendar, dispute deadlines "
                      "fall back to calendar days"
              Exit Paragraph
           End-If
           Perform 1100-Read-Calendar
           Perform 1200-Load-One-Calendar-Day
               Until NoMoreCalRecords
           Close ProcCalFile.

       1100-Read-Calendar.
           If not NoMoreCalRecords
              Read ProcCalFile
                  At End
                      Move "Y" to CalEOF-Switch
              End-Read
           End-If.

       1200-Load-One-Calendar-Day.
           If ProcCal-Date > Business-Date and ProcCal-Business-Day
              If BusDayCount < 400
                 Add 1 to BusDayCount
                 Move ProcCal-Date to BD-Date(BusDayCount)
              End-If
           End-If
           Perform 1100-Read-Calendar.

      *****************************************************************
      * The deadline is the Step-Days'th business day after the       *
      * current business date.  A calendar too short for it falls     *
      * back to plain calendar days so the case still carries a date. *
      *****************************************************************
       2000-Step-Business-Days.
           If Step-Days <= BusDayCount
              Move BD-Date(Step-Days) to Step-Date
           Else
              Display "DispCal: PROCCAL too short for a "
                      Step-Days "-day deadline -- extend the "
                      "calendar; using calendar days"
              Compute Step-Date = Function Date-Of-Integer(
                  Function Integer-Of-Date(Business-Date)
                  + Step-Days)
           End-If.

       End program "DispCal".
