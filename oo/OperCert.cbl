       cbl thread,pgmname(longmixed)
      ******************************************************************
      * OperCert.cbl                                                   *
      *----------------------------------------------------------------*
      * Quarterly operator access recertification report, run at      *
      * each quarter end outside the nightly ladder.  Every active    *
      * OPERFILE operator is listed under their branch -- blank       *
      * branches as head office "000" -- with name, authorization     *
      * level, posting limit, last sign-on date and days since it,    *
      * and whether they are linked to a customer record (an         *
      * employee).  Each branch starts a new page and ends with a     *
      * signature block, so the branch manager certifies that every   *
      * operator listed still needs the level and limit shown; what   *
      * needs changing goes to a supervisor on TellOper.  Operators   *
      * idle past the OperIdle limit will already have been taken     *
      * off by the nightly run and do not appear.                     *
      ******************************************************************
       Identification division.
       Program-id. "OperCert" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select OperatorFile Assign to "OPERFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Oper-Id
               File Status is OperatorStatus.
           Select CertReport Assign to "OPERCERT"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  OperatorFile.
           Copy OperRec.
       FD  CertReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Branch           pic X(03).
           05 Sort-Operator-Id      pic X(08).
           05 Sort-Name             pic X(20).
           05 Sort-Level            pic 9(01).
           05 Sort-Limit            pic S9(9).
           05 Sort-Signon-Date      pic 9(8).
           05 Sort-Employee         pic X(01).

       Working-Storage Section.
       01  OperatorStatus         pic X(02) value spaces.
           88 OperatorOK             value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  OperEOF-Switch         pic X(01) value "N".
           88 NoMoreOperators        value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".

       01  Today                  pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.
       01  Idle-Days              pic S9(9) binary value zero.

       01  Current-Branch         pic X(03) value spaces.
       01  Branch-Count           pic 9(5) value zero.
       01  Grand-Count            pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(38) value
              "OPERATOR ACCESS RECERTIFICATION  BRN ".
           05 H1-Branch           pic X(03).
           05 Filler              pic X(03) value spaces.
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(06) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(45) value
              "OPERATOR NAME                 LVL  LIMIT ($)".
           05 Filler              pic X(35) value
              "    LAST SIGN-ON  DAYS  EMPLOYEE".
       01  Detail-Line.
           05 D-Operator-Id       pic X(08).
           05 Filler              pic X(01) value spaces.
           05 D-Name              pic X(20).
           05 Filler              pic X(02) value spaces.
           05 D-Level             pic 9.
           05 Filler              pic X(02) value spaces.
           05 D-Limit             pic ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(03) value spaces.
           05 D-Signon-Date       pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 D-Idle-Days         pic ZZZ9.
           05 Filler              pic X(02) value spaces.
           05 D-Employee          pic X(08).
       01  Summary-Line.
           05 Filler              pic X(04) value spaces.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.
       01  Signoff-Line-1.
           05 Filler              pic X(47) value
              "BRANCH MANAGER: ______________________________ ".
           05 Filler              pic X(17) value
              " DATE: __________".
       01  Signoff-Line-2.
           05 Filler              pic X(30) value
              "I CERTIFY EACH OPERATOR ABOVE ".
           05 Filler              pic X(30) value
              "STILL NEEDS THE ACCESS SHOWN. ".

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Sort SortFile
               Ascending Key Sort-Branch Sort-Operator-Id
               Input Procedure is 2000-Feed-Operators
               Output Procedure is 3000-Report-Operators
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "OperCert: operator recertification report starting"
           Call "GetBusDate" using Today
           Open Output CertReport.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Current-Branch to H1-Branch
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * Input procedure: each active operator goes to the sort under  *
      * their branch.                                                  *
      *****************************************************************
       2000-Feed-Operators.
           Open Input OperatorFile
           If not OperatorOK
              Display "OperCert: unable to open OPERFILE, rc="
                      OperatorStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Operator
           Perform 2200-Release-One-Operator
               Until NoMoreOperators
           Close OperatorFile.

       2100-Read-Operator.
           If not NoMoreOperators
              Read OperatorFile Next Record
                  At End
                      Move "Y" to OperEOF-Switch
              End-Read
           End-If.

       2200-Release-One-Operator.
           If Oper-Is-Active
              If Oper-Branch = spaces
                 Move "000" to Sort-Branch
              Else
                 Move Oper-Branch to Sort-Branch
              End-If
              Move Oper-Id            to Sort-Operator-Id
              Move Oper-Name          to Sort-Name
              Move Oper-Auth-Level    to Sort-Level
              Move Oper-Posting-Limit to Sort-Limit
              If Oper-Last-Signon-Date is numeric
                 Move Oper-Last-Signon-Date to Sort-Signon-Date
              Else
                 Move zero to Sort-Signon-Date
              End-If
              Move "N" to Sort-Employee
              If Oper-Customer-Number is numeric
                    and Oper-Customer-Number not = zero
                 Move "Y" to Sort-Employee
              End-If
              Release Sort-Record
           End-If
           Perform 2100-Read-Operator.

      *****************************************************************
      * Output procedure: operators come back by branch, each branch  *
      * on its own page and closed with the manager's sign-off.       *
      *****************************************************************
       3000-Report-Operators.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Perform 3100-Return-Operator
           Perform 3200-List-One-Operator
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 3500-Write-Branch-Signoff
           End-If.

       3100-Return-Operator.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       3200-List-One-Operator.
           If GroupIsOpen and Sort-Branch not = Current-Branch
              Perform 3500-Write-Branch-Signoff
           End-If
           If not GroupIsOpen
              Move Sort-Branch to Current-Branch
              Move zero to Branch-Count
              Move "Y" to GroupOpen-Switch
              Perform 1200-Write-Headings
           End-If
           Add 1 to Branch-Count
           Move Sort-Operator-Id to D-Operator-Id
           Move Sort-Name        to D-Name
           Move Sort-Level       to D-Level
           Compute D-Limit = Sort-Limit / 100
           If Sort-Signon-Date = zero
              Move zero to D-Signon-Date
              Move zero to D-Idle-Days
           Else
              Move Sort-Signon-Date to D-Signon-Date
              Compute Idle-Days =
                  Function Integer-Of-Date(Today)
                  - Function Integer-Of-Date(Sort-Signon-Date)
              Move Idle-Days to D-Idle-Days
           End-If
           If Sort-Employee = "Y"
              Move "EMPLOYEE" to D-Employee
           Else
              Move spaces to D-Employee
           End-If
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line
           Perform 3100-Return-Operator.

       3500-Write-Branch-Signoff.
           Move spaces to Summary-Line
           Move "BRANCH     OPERATORS LISTED:" to S-Label
           Move Current-Branch to S-Label(8:3)
           Move Branch-Count to S-Count
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move Signoff-Line-2 to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move Signoff-Line-1 to Report-Line
           Perform 1300-Write-Line
           Add Branch-Count to Grand-Count
           Move "N" to GroupOpen-Switch.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move spaces to Summary-Line
           Move "TOTAL OPERATORS LISTED:" to S-Label
           Move Grand-Count to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close CertReport
           Display "OperCert: operators listed=" Grand-Count.

       End program "OperCert".
