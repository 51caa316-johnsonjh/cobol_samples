       cbl thread,pgmname(longmixed)
      ******************************************************************
      * PodExRpt.cbl                                                   *
      *----------------------------------------------------------------*
      * Payable-on-death designation exceptions -- MonthEnd's sixth    *
      * stage, still runnable standalone.  Passes the PODBENE          *
      * beneficiary file in account order and lists, for every        *
      * account not closed, each beneficiary whose customer number no *
      * longer resolves to an active customer (inactive, merged away  *
      * by CustMrg -- the survivor is shown -- or not on CUSTMAST at  *
      * all), and every account whose shares do not total 100         *
      * percent, so the branch can get the designations put right     *
      * while the owner is still there to sign.                        *
      ******************************************************************
       Identification division.
       Program-id. "PodExRpt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select PodBeneFile Assign to "PODBENE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Pod-Key
               File Status is PodBeneStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select PodExReport Assign to "PODEXRPT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  PodBeneFile.
           Copy PodBene.
       FD  CustMasterFile.
           Copy CustRec.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  PodExReport.
       01  Report-Line              pic X(80).

       Working-Storage Section.
       01  PodBeneStatus          pic X(02) value spaces.
           88 PodBeneOK              value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  BeneEOF-Switch         pic X(01) value "N".
           88 NoMoreBeneRows         value "Y".
       01  BeneOpen-Switch        pic X(01) value "N".
           88 BeneFileOpen           value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustFileOpen           value "Y".
       01  AcctOpen-Switch        pic X(01) value "N".
           88 AcctFileOpen           value "Y".
       01  AcctSkip-Switch        pic X(01) value "N".
           88 AccountIsClosed        value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Current-Account        pic 9(6) value zero.
       01  Account-Share-Total    pic 9(5)V99 value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  AccountsRead           pic 9(7) value zero.
       01  BeneficiariesRead      pic 9(7) value zero.
       01  ShareExceptions        pic 9(7) value zero.
       01  CustomerExceptions     pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "PAYABLE-ON-DEATH DESIGNATION EXCEPTIONS".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "ACCOUNT SEQ   BENEFICIARY               ".
           05 Filler              pic X(17) value
              "CUST NO EXCEPTION".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 D-Sequence          pic X(02).
           05 Filler              pic X(02) value spaces.
           05 D-Name              pic X(24).
           05 Filler              pic X(02) value spaces.
           05 D-Customer          pic Z(6).
           05 Filler              pic X(02) value spaces.
           05 D-Exception         pic X(34).
       01  Share-Exception.
           05 Filler              pic X(13) value "SHARES TOTAL ".
           05 SE-Total            pic ZZZZ9.99.
           05 Filler              pic X(08) value " PERCENT".
       01  Merged-Exception.
           05 Filler              pic X(20) value
              "MERGED AWAY INTO    ".
           05 ME-Survivor         pic 9(6).
       01  Summary-Line.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Judge-One-Beneficiary
               Until NoMoreBeneRows
           Perform 3000-Judge-Account-Total
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "PodExRpt: POD designation exceptions starting"
           Call "GetBusDate" using Business-Date
           Open Output PodExReport
           Perform 1200-Write-Headings
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
           Else
              Display "PodExRpt: unable to open CUSTMAST, rc="
                      CustMasterStatus
           End-If
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to AcctOpen-Switch
           End-If
           Open Input PodBeneFile
           If not PodBeneOK
              Display "PodExRpt: no PODBENE on file, rc="
                      PodBeneStatus
              Move "Y" to BeneEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to BeneOpen-Switch
           Perform 1100-Read-Beneficiary.

       1100-Read-Beneficiary.
           If not NoMoreBeneRows
              Read PodBeneFile Next Record
                  At End
                      Move "Y" to BeneEOF-Switch
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Business-Date to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

      *****************************************************************
      * Rows arrive in account order; the first row of each account   *
      * closes off the previous account's share total.                 *
      *****************************************************************
       2000-Judge-One-Beneficiary.
           If Pod-Account-Number not = Current-Account
              Perform 3000-Judge-Account-Total
              Move Pod-Account-Number to Current-Account
              Move zero to Account-Share-Total
              Add 1 to AccountsRead
              Perform 2100-Check-Account-Open
           End-If
           Add 1 to BeneficiariesRead
           Add Pod-Share-Pct to Account-Share-Total
           If not AccountIsClosed and Pod-Bene-Customer not = zero
              Perform 2200-Check-Beneficiary-Customer
           End-If
           Perform 1100-Read-Beneficiary.

       2100-Check-Account-Open.
           Move "N" to AcctSkip-Switch
           If not AcctFileOpen
              Exit Paragraph
           End-If
           Move Current-Account to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Move "Y" to AcctSkip-Switch
                   Exit Paragraph
           End-Read
           If Master-Status-Closed
              Move "Y" to AcctSkip-Switch
           End-If.

       2200-Check-Beneficiary-Customer.
           If not CustFileOpen
              Exit Paragraph
           End-If
           Move spaces to D-Exception
           Move Pod-Bene-Customer to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Move "CUSTOMER NOT ON FILE" to D-Exception
           End-Read
           If D-Exception = spaces
              Evaluate true
                 When Cust-Merged-To not = zero
                    Move Cust-Merged-To to ME-Survivor
                    Move Merged-Exception to D-Exception
                 When not Cust-Is-Active
                    Move "CUSTOMER INACTIVE" to D-Exception
                 When other
                    Exit Paragraph
              End-Evaluate
           End-If
           Add 1 to CustomerExceptions
           Move Pod-Account-Number to D-Account
           Move Pod-Sequence       to D-Sequence
           Move Pod-Bene-Name      to D-Name
           Move Pod-Bene-Customer  to D-Customer
           Perform 8000-Write-Detail.

       3000-Judge-Account-Total.
           If Current-Account = zero or AccountIsClosed
              Exit Paragraph
           End-If
           If Account-Share-Total = 100
              Exit Paragraph
           End-If
           Add 1 to ShareExceptions
           Move Current-Account to D-Account
           Move spaces to D-Sequence D-Name
           Move zero to D-Customer
           Move Account-Share-Total to SE-Total
           Move Share-Exception to D-Exception
           Perform 8000-Write-Detail.

       8000-Write-Detail.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "POD ACCOUNTS READ:" to S-Label
           Move AccountsRead to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "SHARES NOT TOTALLING 100:" to S-Label
           Move ShareExceptions to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "BENEFICIARY EXCEPTIONS:" to S-Label
           Move CustomerExceptions to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close PodExReport
           If BeneFileOpen
              Close PodBeneFile
           End-If
           If CustFileOpen
              Close CustMasterFile
           End-If
           If AcctFileOpen
              Close AcctMasterFile
           End-If
           Display "PodExRpt: accounts=" AccountsRead
                   " beneficiaries=" BeneficiariesRead
                   " share exceptions=" ShareExceptions
                   " customer exceptions=" CustomerExceptions.

       End program "PodExRpt".
