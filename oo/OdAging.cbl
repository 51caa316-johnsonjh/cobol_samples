      * days overdrawn with counts and amounts, and the ODLETTER      *
      * extract that cuts one escalating collection notice the day    *
      * an account's run of days HITS a threshold (ODLTR1/2/3 in the  *
      * SYSPARM, defaults 5/15/30) -- so a customer gets each         *
      * notice once, not nightly -- plus the ODAGED extract of every  *
      * account still overdrawn, which the charge-off stage reads.    *
      * An account with an active dispute hold (reason "DISP") on the *
      * HOLDFILE ledger is suppressed from the letter extract but     *
      * still ages on the report; so is a letter to a customer whose  *
      * mail is coming back (MailChk), which is logged for the branch *
      * hold-mail report instead.                                      *
      ******************************************************************
       Identification division.
       Program-id. "OdAging".
           Select LetterExtractFile Assign to "ODLETTER"
               Organization is Sequential
               File Status is LetterFileStatus.
           Select AgedExtractFile Assign to "ODAGED"
               Organization is Sequential
               File Status is AgedFileStatus.
       Data Division.
       File Section.
       FD  SnapshotFile.
           05 Letter-Zip            pic X(09).
           05 Letter-Date           pic 9(8).
           05 Filler                pic X(10).
       FD  AgedExtractFile.
           Copy OdAged.

       Working-Storage Section.
      *  the snapshot image unpacked into the master layout
           88 CustMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  LetterFileStatus       pic X(02) value spaces.
       01  AgedFileStatus         pic X(02) value spaces.

       01  SnapEOF-Switch         pic X(01) value "N".
           88 NoMoreSnapRecords      value "Y".
       01  Bucket-4-Amount        pic S9(11) binary value zero.
       01  LettersWritten         pic 9(5) value zero.
       01  LettersSuppressed      pic 9(5) value zero.
       01  LettersHeld            pic 9(5) value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 LetterIsHeld           value "Y".
       01  Hold-Document          pic X(04) value "ODLT".
       01  Hold-Returned-Date     pic 9(8) value zero.
       01  Notice-Level-Work      pic 9(1) value zero.
       01  Overdrawn-Amount       pic S9(9) binary value zero.

           05 Filler              pic X(23) value
              "   SUPPRESSED-DISPUTE: ".
           05 S-Suppressed        pic ZZZ,ZZ9.
           05 Filler              pic X(23) value
              "   HELD-MAIL RETURNED: ".
           05 S-Held              pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
       1000-Initialize.
           Display "OdAging: overdraft aging starting"
           Call "GetBusDate" using Business-Date
           Move "OdAging" to Parm-Req-Program
           Move Notice-1-Days to Threshold-Env-Value
           Move "ODLTR1" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
                 and Threshold-Env-Value not = "000"
              Move Threshold-Env-Value to Notice-1-Days
           End-If
           Move Notice-2-Days to Threshold-Env-Value
           Move "ODLTR2" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
                 and Threshold-Env-Value not = "000"
              Move Threshold-Env-Value to Notice-2-Days
           End-If
           Move Notice-3-Days to Threshold-Env-Value
           Move "ODLTR3" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
                 and Threshold-Env-Value not = "000"
              Move Threshold-Env-Value to Notice-3-Days
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Open Output LetterExtractFile
           Open Output AgedExtractFile
           Open Input CustMasterFile
           If not CustMasterOK
              Display "OdAging: unable to open CUSTMAST, letters "
           Move Detail-Line to Report-Line
           Write Report-Line

           Move AG-Account(Aging-Search)     to OdAged-Account-Number
           Move AG-Consec-Days(Aging-Search) to OdAged-Consec-Days
           Move AG-Amount(Aging-Search)      to OdAged-Amount
           Move Business-Date                to OdAged-As-Of-Date
           Write OD-Aged-Record

           Move zero to Notice-Level-Work
           Evaluate AG-Consec-Days(Aging-Search)
               When Notice-1-Days
              Add 1 to LettersSuppressed
              Exit Paragraph
           End-If
           Call "MailChk" using AG-Cust-Id(Aging-Search)
                                AG-Account(Aging-Search)
                                Hold-Document Hold-Switch
                                Hold-Returned-Date
           If LetterIsHeld
              Add 1 to LettersHeld
              Exit Paragraph
           End-If

           Move spaces to Letter-Extract-Record
           Move AG-Account(Aging-Search)     to Letter-Account-Number
       9000-Terminate.
           Move LettersWritten    to S-Letters
           Move LettersSuppressed to S-Suppressed
           Move LettersHeld       to S-Held
           Move Summary-Line to Report-Line
           Write Report-Line
           Close AgingReport
           Close LetterExtractFile
           Close AgedExtractFile
           If SnapshotOK
              Close SnapshotFile
           End-If
              Close CustMasterFile
           End-If
           Display "OdAging: letters=" LettersWritten
                   " suppressed=" LettersSuppressed
                   " held=" LettersHeld.

       End program "OdAging".
