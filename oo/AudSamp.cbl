       cbl thread,pgmname(longmixed)
      ******************************************************************
      * AudSamp.cbl                                                    *
      *----------------------------------------------------------------*
      * External-auditor balance confirmation sample.  Draws a        *
      * stratified random sample of deposit accounts off the          *
      * SNAPSHOT close of the date the auditors name (AUDSNAPDT --    *
      * the snapshot must still be inside the SNAPKEEP window, so run *
      * this within it or keep the window open past the audit date). *
      * Every open deposit account on that close falls in a stratum   *
      * of account type by balance band (under 1,000.00, under        *
      * 10,000.00, under the key-item amount, and key items); each    *
      * account gets a pseudo-random draw key off the auditors' seed  *
      * (AUDSEED), so the same seed over the same snapshot redraws    *
      * the same sample, and the lowest keys of each stratum are      *
      * taken -- AUDPERSTR of them, every account in the key-item     *
      * band.  Each account drawn goes on AUDCONF (AudResp matches    *
      * the replies against it) and its first owner gets an ACNF      *
      * confirmation letter with the as-of balance and the owner's    *
      * CUSTMAST address -- the NotEng NOTICES format, appended for   *
      * the print vendor.  A letter to a customer whose mail is       *
      * coming back (MailChk) is held and logged for the branch       *
      * hold-mail report and the account marked undeliverable.  An    *
      * account already on AUDCONF for the date (a rerun) keeps its   *
      * row and is not written to again.  The strata, the population  *
      * and sample counts and balances, and every account drawn are   *
      * printed on AUDSAMPL for the auditors' working papers.         *
      * Tunables, with defaults: AUDSNAPDT the as-of date (required)   *
      * and AUDSEED draw seed (0000000001) from the environment, and   *
      * from SYSPARM AUDPERSTR accounts per stratum (025) AUDKEYAMT    *
      * key-item amount in whole dollars (0100000)                     *
      ******************************************************************
       Identification division.
       Program-id. "AudSamp" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select AuditConfirmFile Assign to "AUDCONF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Aconf-Key
               File Status is AuditConfirmStatus.
           Select NoticeTypeFile Assign to "NOTTYPES"
               Organization is Sequential
               File Status is NoticeTypeStatus.
           Select NoticeFile Assign to "NOTICES"
               Organization is Sequential
               File Status is NoticeFileStatus.
           Select SampleReport Assign to "AUDSAMPL"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  SnapshotFile.
           Copy SnapRec.
       FD  CustMasterFile.
           Copy CustRec.
       FD  AuditConfirmFile.
           Copy AudConf.
       FD  NoticeTypeFile.
           Copy NoticeTyp.
       FD  NoticeFile.
           Copy Notice.
       FD  SampleReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Type             pic X(01).
           05 Sort-Band             pic 9(01).
           05 Sort-Draw-Key         pic 9(10).
           05 Sort-Account-Number   pic 9(6).
           05 Sort-Customer-Number  pic 9(6).
           05 Sort-Balance          pic S9(9).

       Working-Storage Section.
       01  SnapshotStatus         pic X(02) value spaces.
           88 SnapshotOK             value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  AuditConfirmStatus     pic X(02) value spaces.
           88 AuditConfirmOK         value "00".
       01  NoticeTypeStatus       pic X(02) value spaces.
           88 NoticeTypeOK           value "00".
       01  NoticeFileStatus       pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.

       01  SnapEOF-Switch         pic X(01) value "N".
           88 NoMoreSnapRecords      value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  TypeEOF-Switch         pic X(01) value "N".
           88 NoMoreTypeRecords      value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustFileOpen           value "Y".
       01  ConfOpen-Switch        pic X(01) value "N".
           88 ConfFileOpen           value "Y".
       01  NoticeOpen-Switch      pic X(01) value "N".
           88 NoticeFileOpen         value "Y".
       01  CustFound-Switch       pic X(01) value "N".
           88 NoticeCustFound        value "Y".
       01  Hold-Switch            pic X(01) value "N".
           88 NoticeIsHeld           value "Y".
       01  Hold-Returned-Date     pic 9(8) value zero.

       01  Business-Date          pic 9(8) value zero.
       01  Snap-Env-Value         pic X(08) value spaces.
       01  Sample-Date            pic 9(8) value zero.
       01  Seed-Env-Value         pic X(10) value spaces.
       01  Per-Stratum-Env-Value  pic X(03) value spaces.
       01  Per-Stratum            pic 9(3) value 25.
       01  Key-Env-Value          pic X(07) value spaces.
       01  Key-Item-Dollars       pic 9(7) value 100000.
       01  Key-Item-Amount        pic S9(11) binary value zero.
       01  Confirm-Notice-Text    pic X(40) value
           "PLEASE CONFIRM THIS BALANCE TO AUDITORS".

      *  the draw: a Lehmer generator, seed times 16807 modulo
      *  2**31-1, stepped once per account in account order
       01  Draw-Seed              pic 9(10) value 1.
       01  Draw-Product           pic 9(15) value zero.
       01  Draw-Quotient          pic 9(15) value zero.
       01  Draw-Modulus           pic 9(10) value 2147483647.

       01  Current-Type           pic X(01) value spaces.
       01  Current-Band           pic 9(01) value zero.
       01  Stratum-Taken          pic 9(5) value zero.

      *  population and sample by stratum, for the working papers;
      *  the account types in the order the report prints them
       01  Stratum-Type-Values    pic X(05) value "CBSTR".
       01  Stratum-Types redefines Stratum-Type-Values.
           05 ST-Type             pic X(01) occurs 5 times.
       01  Stratum-Table.
           05 Stratum-Type-Entry occurs 5 times.
              10 Stratum-Band-Entry occurs 4 times.
                 15 SB-Pop-Count     pic 9(7).
                 15 SB-Pop-Balance   pic S9(13) binary.
                 15 SB-Sample-Count  pic 9(5).
                 15 SB-Sample-Balance pic S9(13) binary.
       01  Type-Index             pic 9(1) value zero.
       01  Type-Search            pic 9(1) value zero.
       01  Search-Type            pic X(01) value spaces.
       01  Band-Index             pic 9(1) value zero.

       01  SnapshotsRead          pic 9(7) value zero.
       01  AccountsInPopulation   pic 9(7) value zero.
       01  AccountsSampled        pic 9(5) value zero.
       01  AccountsAlreadyDrawn   pic 9(5) value zero.
       01  LettersWritten         pic 9(5) value zero.
       01  LettersHeld            pic 9(5) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "AUDIT BALANCE CONFIRMATION SAMPLE AS OF ".
           05 H1-Sample-Date      pic 9999/99/99.
           05 Filler              pic X(07) value "  SEED ".
           05 H1-Seed             pic 9(10).
           05 Filler              pic X(07) value "  PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "TYPE BAND ACCOUNT CUSTOMER    AS-OF BALA".
           05 Filler              pic X(11) value
              "NCE  LETTER".
       01  Detail-Line.
           05 D-Type              pic X(01).
           05 Filler              pic X(04) value spaces.
           05 D-Band              pic 9(01).
           05 Filler              pic X(05) value spaces.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Customer          pic Z(6).
           05 Filler              pic X(02) value spaces.
           05 D-Balance           pic -ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 D-Letter            pic X(24).
       01  Stratum-Heading.
           05 Filler              pic X(40) value
              "TYPE BAND   COUNT         POP BALANCE  S".
           05 Filler              pic X(25) value
              "AMPLE      SAMPLE BALANCE".
       01  Stratum-Line.
           05 SL-Type             pic X(01).
           05 Filler              pic X(04) value spaces.
           05 SL-Band             pic 9(01).
           05 Filler              pic X(04) value spaces.
           05 SL-Pop-Count        pic ZZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 SL-Pop-Balance      pic -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 SL-Sample-Count     pic ZZ,ZZ9.
           05 Filler              pic X(02) value spaces.
           05 SL-Sample-Balance   pic -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  Summary-Line.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.

      *  the snapshot's master image, in ACCTMAST's layout
           Copy AcctRec.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If Sample-Date = zero
              Perform 9000-Terminate
              Goback
           End-If
           Sort SortFile
               Ascending Key Sort-Type Sort-Band Sort-Draw-Key
               Input Procedure is 2000-Feed-Population
               Output Procedure is 3000-Take-Sample
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "AudSamp: audit confirmation sample starting"
           Call "GetBusDate" using Business-Date
           Initialize Stratum-Table
           Move spaces to Snap-Env-Value
           Accept Snap-Env-Value from Environment "AUDSNAPDT"
           If Snap-Env-Value is numeric
              Move Snap-Env-Value to Sample-Date
           Else
              Display "AudSamp: no AUDSNAPDT as-of date, no sample "
                      "drawn"
              Open Output SampleReport
              Exit Paragraph
           End-If
           Move spaces to Seed-Env-Value
           Accept Seed-Env-Value from Environment "AUDSEED"
           If Seed-Env-Value is numeric
              Move Seed-Env-Value to Draw-Seed
           End-If
           If Draw-Seed = zero or Draw-Seed >= Draw-Modulus
              Move 1 to Draw-Seed
           End-If
           Move "AudSamp" to Parm-Req-Program
           Move Per-Stratum to Per-Stratum-Env-Value
           Move "AUDPERSTR" to Parm-Req-Name
           Move Per-Stratum-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Per-Stratum-Env-Value
           If Per-Stratum-Env-Value is numeric
                 and Per-Stratum-Env-Value not = "000"
              Move Per-Stratum-Env-Value to Per-Stratum
           End-If
           Move Key-Item-Dollars to Key-Env-Value
           Move "AUDKEYAMT" to Parm-Req-Name
           Move Key-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Key-Env-Value
           If Key-Env-Value is numeric
                 and Key-Env-Value > "0010000"
              Move Key-Env-Value to Key-Item-Dollars
           End-If
           Compute Key-Item-Amount = Key-Item-Dollars * 100
           Move Draw-Seed to H1-Seed
           Perform 1500-Load-Notice-Type
           Open Output SampleReport
           Perform 1200-Write-Headings
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
           Else
              Display "AudSamp: unable to open CUSTMAST, rc="
                      CustMasterStatus
           End-If
           Open I-O AuditConfirmFile
           If AuditConfirmStatus = "35"
              Open Output AuditConfirmFile
              Close AuditConfirmFile
              Open I-O AuditConfirmFile
           End-If
           If AuditConfirmOK
              Move "Y" to ConfOpen-Switch
           Else
              Display "AudSamp: unable to open AUDCONF, rc="
                      AuditConfirmStatus ", no letters sent"
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Sample-Date to H1-Sample-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

      *****************************************************************
      * The ACNF row of the NotEng notice-type table gives the        *
      * letter's headline; missing, the letter goes with the standard *
      * one -- the auditors' letters are not optional.                 *
      *****************************************************************
       1500-Load-Notice-Type.
           Open Input NoticeTypeFile
           If not NoticeTypeOK
              Exit Paragraph
           End-If
           Perform 1510-Read-Type
           Perform 1520-Match-One-Type
               Until NoMoreTypeRecords
           Close NoticeTypeFile.

       1510-Read-Type.
           If not NoMoreTypeRecords
              Read NoticeTypeFile
                  At End
                      Move "Y" to TypeEOF-Switch
              End-Read
           End-If.

       1520-Match-One-Type.
           If NType-Code = "ACNF"
              If NType-Is-Enabled and NType-Text not = spaces
                 Move NType-Text to Confirm-Notice-Text
              End-If
              Move "Y" to TypeEOF-Switch
           Else
              Perform 1510-Read-Type
           End-If.

      *****************************************************************
      * Input procedure: every snapshot of the as-of date for an      *
      * open deposit account goes to the sort under its stratum and   *
      * its draw key.  Loans, closed and charged-off accounts are not *
      * in the population.                                             *
      *****************************************************************
       2000-Feed-Population.
           Open Input SnapshotFile
           If not SnapshotOK
              Display "AudSamp: unable to open SNAPSHOT, rc="
                      SnapshotStatus
              Exit Paragraph
           End-If
           Move Sample-Date to Snap-Date
           Move zero to Snap-Account-Number
           Start SnapshotFile Key is Not Less Than Snapshot-Key
               Invalid Key
                   Move "Y" to SnapEOF-Switch
           End-Start
           Perform 2100-Read-Snapshot
           Perform 2200-Release-One-Account
               Until NoMoreSnapRecords
           Close SnapshotFile
           If SnapshotsRead = zero
              Display "AudSamp: no SNAPSHOT close on file for "
                      Sample-Date
           End-If.

       2100-Read-Snapshot.
           If not NoMoreSnapRecords
              Read SnapshotFile Next Record
                  At End
                      Move "Y" to SnapEOF-Switch
              End-Read
           End-If
           If not NoMoreSnapRecords and Snap-Date not = Sample-Date
              Move "Y" to SnapEOF-Switch
           End-If.

       2200-Release-One-Account.
           Add 1 to SnapshotsRead
           Move Snap-Master-Image to Acct-Master-Record
           Perform 2300-Set-Stratum
           If Type-Index = zero
                 or Master-Status-Closed or Master-Status-ChargedOff
              Perform 2100-Read-Snapshot
              Exit Paragraph
           End-If
           Perform 2400-Next-Draw
           Add 1 to AccountsInPopulation
           Add 1 to SB-Pop-Count(Type-Index, Band-Index)
           Add Master-Account-Balance
             to SB-Pop-Balance(Type-Index, Band-Index)
           Move Master-Account-Type     to Sort-Type
           Move Band-Index              to Sort-Band
           Move Draw-Seed               to Sort-Draw-Key
           Move Master-Account-Number   to Sort-Account-Number
           Move Master-Owner-Cust-Id(1) to Sort-Customer-Number
           Move Master-Account-Balance  to Sort-Balance
           Release Sort-Record
           Perform 2100-Read-Snapshot.

      *  Type-Index stays zero for an account type outside the
      *  deposit population
       2300-Set-Stratum.
           Move Master-Account-Type to Search-Type
           Perform 2310-Find-Type-Index
           Evaluate True
               When Master-Account-Balance < 100000
                   Move 1 to Band-Index
               When Master-Account-Balance < 1000000
                   Move 2 to Band-Index
               When Master-Account-Balance < Key-Item-Amount
                   Move 3 to Band-Index
               When Other
                   Move 4 to Band-Index
           End-Evaluate.

       2310-Find-Type-Index.
           Move zero to Type-Index
           Perform 2320-Match-One-Type
               Varying Type-Search from 1 by 1 Until Type-Search > 5.

       2320-Match-One-Type.
           If ST-Type(Type-Search) = Search-Type
              Move Type-Search to Type-Index
           End-If.

       2400-Next-Draw.
           Compute Draw-Product = Draw-Seed * 16807
           Divide Draw-Product by Draw-Modulus
               giving Draw-Quotient remainder Draw-Seed.

      *****************************************************************
      * Output procedure: each stratum comes back in draw-key order;  *
      * its first AUDPERSTR accounts are the sample, the key-item     *
      * band's all of them.                                            *
      *****************************************************************
       3000-Take-Sample.
           Perform 3100-Return-Account
           Perform 3200-Judge-One-Account
               Until NoMoreSortRecords.

       3100-Return-Account.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-Judge-One-Account.
           If Sort-Type not = Current-Type
                 or Sort-Band not = Current-Band
              Move Sort-Type to Current-Type
              Move Sort-Band to Current-Band
              Move zero to Stratum-Taken
           End-If
           If Stratum-Taken < Per-Stratum or Sort-Band = 4
              Add 1 to Stratum-Taken
              Perform 3300-Draw-One-Account
           End-If
           Perform 3100-Return-Account.

       3300-Draw-One-Account.
           Move Sort-Type to Search-Type
           Perform 2310-Find-Type-Index
           Move Sort-Band to Band-Index
           Add 1 to AccountsSampled
           Add 1 to SB-Sample-Count(Type-Index, Band-Index)
           Add Sort-Balance to SB-Sample-Balance(Type-Index, Band-Index)
           Move Sort-Type           to D-Type
           Move Sort-Band           to D-Band
           Move Sort-Account-Number to D-Account
           Move Sort-Customer-Number to D-Customer
           Compute D-Balance = Sort-Balance / 100
           If not ConfFileOpen
              Move "NOT RECORDED" to D-Letter
              Perform 8000-Write-Detail
              Exit Paragraph
           End-If
           Move Sample-Date         to Aconf-Snap-Date
           Move Sort-Account-Number to Aconf-Account-Number
           Read AuditConfirmFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Add 1 to AccountsAlreadyDrawn
                   Move "ALREADY DRAWN" to D-Letter
                   Perform 8000-Write-Detail
                   Exit Paragraph
           End-Read
           Move spaces to Audit-Confirm-Record
           Move Sample-Date          to Aconf-Snap-Date
           Move Sort-Account-Number  to Aconf-Account-Number
           Move Sort-Type            to Aconf-Account-Type
           Move Sort-Band            to Aconf-Band
           Move Sort-Customer-Number to Aconf-Customer-Number
           Move Sort-Balance         to Aconf-Balance
           Move Business-Date        to Aconf-Sent-Date
           Move zero to Aconf-Reply-Date Aconf-Reply-Balance
           Perform 3400-Send-Confirm-Letter
           Write Audit-Confirm-Record
               Invalid Key
                   Display "AudSamp: unable to write AUDCONF for "
                           Sort-Account-Number ", rc="
                           AuditConfirmStatus
           End-Write
           Perform 8000-Write-Detail.

      *****************************************************************
      * The letter goes to the account's first owner at the owner's   *
      * CUSTMAST address; no owner, or no address on file, and the    *
      * account is marked undeliverable instead.                       *
      *****************************************************************
       3400-Send-Confirm-Letter.
           Set Aconf-Undeliverable to true
           If Sort-Customer-Number = zero or not CustFileOpen
              Move "UNDELIVERABLE - NO OWNER" to D-Letter
              Exit Paragraph
           End-If
           Move Sort-Customer-Number to Cust-Number
           Move "Y" to CustFound-Switch
           Read CustMasterFile
               Invalid Key
                   Move "N" to CustFound-Switch
           End-Read
           If not NoticeCustFound or Cust-Address-1 = spaces
              Move "UNDELIVERABLE - NO ADDR" to D-Letter
              Exit Paragraph
           End-If
           Move Business-Date         to Notice-Date
           Move "ACNF"                to Notice-Type
           Move Confirm-Notice-Text   to Notice-Text
           Move Sort-Account-Number   to Notice-Account-Number
           Move Sort-Customer-Number  to Notice-Customer-Number
           Move Sort-Balance          to Notice-Amount
           Move Sample-Date           to Notice-Event-Date
           Move Cust-Name      to Notice-Cust-Name
           Move Cust-Address-1 to Notice-Address-1
           Move Cust-Address-2 to Notice-Address-2
           Move Cust-City      to Notice-City
           Move Cust-State     to Notice-State
           Move Cust-Zip       to Notice-Zip
           Call "MailChk" using Notice-Customer-Number
                                Notice-Account-Number
                                Notice-Type Hold-Switch
                                Hold-Returned-Date
           If NoticeIsHeld
              Add 1 to LettersHeld
              Move "UNDELIVERABLE - MAIL HELD" to D-Letter
              Exit Paragraph
           End-If
           If not NoticeFileOpen
              Open Extend NoticeFile
              If NoticeFileStatus = "35"
                 Open Output NoticeFile
              End-If
              Move "Y" to NoticeOpen-Switch
           End-If
           Write Notice-Record
           Add 1 to LettersWritten
           Set Aconf-Awaiting to true
           Move "LETTER SENT" to D-Letter.

       4000-Write-Strata.
           If LineCount + 24 > LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move Stratum-Heading to Report-Line
           Write Report-Line
           Add 2 to LineCount
           Perform 4100-Write-Type-Strata
               Varying Type-Index from 1 by 1 Until Type-Index > 5.

       4100-Write-Type-Strata.
           Perform 4200-Write-One-Stratum
               Varying Band-Index from 1 by 1 Until Band-Index > 4.

       4200-Write-One-Stratum.
           If SB-Pop-Count(Type-Index, Band-Index) = zero
              Exit Paragraph
           End-If
           Move ST-Type(Type-Index) to SL-Type
           Move Band-Index          to SL-Band
           Move SB-Pop-Count(Type-Index, Band-Index) to SL-Pop-Count
           Compute SL-Pop-Balance =
               SB-Pop-Balance(Type-Index, Band-Index) / 100
           Move SB-Sample-Count(Type-Index, Band-Index)
             to SL-Sample-Count
           Compute SL-Sample-Balance =
               SB-Sample-Balance(Type-Index, Band-Index) / 100
           Move Stratum-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       8000-Write-Detail.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           If Sample-Date not = zero
              Perform 4000-Write-Strata
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move "ACCOUNTS IN POPULATION:" to S-Label
           Move AccountsInPopulation to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ACCOUNTS SAMPLED:" to S-Label
           Move AccountsSampled to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ALREADY DRAWN, NOT RESENT:" to S-Label
           Move AccountsAlreadyDrawn to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "LETTERS SENT:" to S-Label
           Move LettersWritten to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "LETTERS HELD, MAIL RETURNED:" to S-Label
           Move LettersHeld to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close SampleReport
           If NoticeFileOpen
              Close NoticeFile
           End-If
           If ConfFileOpen
              Close AuditConfirmFile
           End-If
           If CustFileOpen
              Close CustMasterFile
           End-If
           Display "AudSamp: population=" AccountsInPopulation
                   " sampled=" AccountsSampled
                   " letters=" LettersWritten
                   " held=" LettersHeld
                   " already-drawn=" AccountsAlreadyDrawn.

       End program "AudSamp".
