       cbl thread,pgmname(longmixed)
      ******************************************************************
      * HhBuild.cbl                                                    *
      *----------------------------------------------------------------*
      * Household proposal run -- on request, or weekly after the     *
      * customer maintenance.  Spouses and family members at one      *
      * address are separate CUSTMAST customers; this groups them on  *
      * the HOUSEHLD file.  Every ACTIVE customer not already in a    *
      * confirmed household, and not split out of one, is keyed by    *
      * the first address line (letters and digits only, upper-      *
      * cased) and 5-digit zip, and by surname -- the last word of    *
      * the name, the NameScrn normalization -- and sorted on that    *
      * key.  Two to ten customers sharing a key are proposed as one  *
      * household, headed by the lowest customer number; a larger     *
      * group (a care home, a dormitory) is listed but not proposed.  *
      * Last run's proposals nobody acted on are cleared first and    *
      * proposed afresh, so a customer who has moved drops out.       *
      * HHPROP lists the proposals for the branch to confirm or split *
      * through CUSTTXN (CustMaint "H" and "S").  Confirmed and split *
      * rows are never touched here.                                   *
      ******************************************************************
       Identification division.
       Program-id. "HhBuild".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select HouseholdFile Assign to "HOUSEHLD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hh-Customer-Number
               File Status is HouseholdStatus.
           Select ProposalReport Assign to "HHPROP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  CustMasterFile.
           Copy CustRec.
       FD  HouseholdFile.
           Copy Househld.
       FD  ProposalReport.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Address-Key      pic X(35).
           05 Sort-Surname          pic X(20).
           05 Sort-Customer         pic 9(6).
           05 Sort-Name             pic X(20).

       Working-Storage Section.
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  HouseholdStatus        pic X(02) value spaces.
           88 HouseholdOK            value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  CustEOF-Switch         pic X(01) value "N".
           88 NoMoreCustRecords      value "Y".
       01  HhEOF-Switch           pic X(01) value "N".
           88 NoMoreHouseholdRows    value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  Household-Switch       pic X(01) value "N".
           88 HouseholdFileOpen      value "Y".

       01  Today                  pic 9(8) value zero.
       01  Member-Index           pic 9(2) value zero.
       01  Copy-Index             pic 9(2) value zero.
       01  ProposalsCleared       pic 9(7) value zero.
       01  CustomersKeyed         pic 9(7) value zero.
       01  CustomersSettled       pic 9(7) value zero.
       01  HouseholdsProposed     pic 9(7) value zero.
       01  MembersProposed        pic 9(7) value zero.
       01  GroupsTooLarge         pic 9(7) value zero.

      *  the customers sharing the current address and surname
       01  Group-Address-Key      pic X(35) value spaces.
       01  Group-Surname          pic X(20) value spaces.
       01  GroupCount             pic 9(3) value zero.
       01  Group-Table.
           05 Group-Entry occurs 10 times.
              10 GR-Customer         pic 9(6).
              10 GR-Name             pic X(20).

      *  the NameScrn normalization, and the same squeeze applied to
      *  the first address line
       01  Norm-Input             pic X(20) value spaces.
       01  Norm-Squeezed          pic X(20) value spaces.
       01  Norm-Surname           pic X(20) value spaces.
       01  Norm-Initial           pic X(01) value spaces.
       01  Norm-In-Ix             pic 9(2) value zero.
       01  Norm-Out-Ix            pic 9(2) value zero.
       01  Norm-Char              pic X(01) value spaces.
       01  Word-Start             pic 9(2) value zero.
       01  Addr-Input             pic X(30) value spaces.
       01  Addr-Squeezed          pic X(30) value spaces.

       01  Address-Key-Work.
           05 AK-Address          pic X(30).
           05 AK-Zip5             pic X(05).

       01  Heading-Line-1.
           05 Filler              pic X(36) value
              "PROPOSED HOUSEHOLDS                 ".
           05 H1-Date             pic 9(8).
       01  Heading-Line-2         pic X(70) value
           "HSEHOLD  MEMBER   NAME                  ADDRESS KEY".
       01  Detail-Line.
           05 D-Household         pic ZZZZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Customer          pic ZZZZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Name              pic X(20).
           05 Filler              pic X(02) value spaces.
           05 D-Address-Key       pic X(35).
       01  Large-Group-Line.
           05 Filler              pic X(18) value
              "NOT PROPOSED -- ".
           05 LG-Count            pic ZZ9.
           05 Filler              pic X(21) value
              " CUSTOMERS SHARE KEY ".
           05 LG-Address-Key      pic X(35).
       01  Summary-Line.
           05 S-Label             pic X(28).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If HouseholdFileOpen
              Perform 2000-Clear-Proposals
              Sort SortFile
                  Ascending Key Sort-Address-Key
                                Sort-Surname
                                Sort-Customer
                  Input Procedure is 3000-Key-Customers
                  Output Procedure is 4000-Propose-Households
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "HhBuild: household proposal run starting"
           Call "GetBusDate" using Today
           Open Output ProposalReport
           Move Today to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Open I-O HouseholdFile
           If HouseholdStatus = "35"
              Open Output HouseholdFile
              Close HouseholdFile
              Open I-O HouseholdFile
           End-If
           If not HouseholdOK
              Display "HhBuild: unable to open HOUSEHLD, rc="
                      HouseholdStatus
              Exit Paragraph
           End-If
           Move "Y" to Household-Switch.

      *****************************************************************
      * Last run's proposals that were neither confirmed nor split    *
      * are deleted, so tonight's proposals reflect today's           *
      * addresses.  Whatever is left on HOUSEHLD afterwards is        *
      * settled, and those customers stay out of the sort.             *
      *****************************************************************
       2000-Clear-Proposals.
           Move zero to Hh-Customer-Number
           Start HouseholdFile Key is Not Less Than Hh-Customer-Number
               Invalid Key
                   Move "Y" to HhEOF-Switch
           End-Start
           Perform 2100-Read-Household
           Perform 2200-Clear-One-Row
               Until NoMoreHouseholdRows.

       2100-Read-Household.
           If not NoMoreHouseholdRows
              Read HouseholdFile Next Record
                  At End
                      Move "Y" to HhEOF-Switch
              End-Read
           End-If.

       2200-Clear-One-Row.
           If Hh-Proposed
              Delete HouseholdFile Record
              Add 1 to ProposalsCleared
           End-If
           Perform 2100-Read-Household.

      *****************************************************************
      * Sort input: every active customer with an address, not        *
      * already settled on HOUSEHLD, released under its address and   *
      * surname key.                                                   *
      *****************************************************************
       3000-Key-Customers.
           Open Input CustMasterFile
           If not CustMasterOK
              Display "HhBuild: unable to open CUSTMAST, rc="
                      CustMasterStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Customer
           Perform 3200-Key-One-Customer
               Until NoMoreCustRecords
           Close CustMasterFile.

       3100-Read-Customer.
           If not NoMoreCustRecords
              Read CustMasterFile Next Record
                  At End
                      Move "Y" to CustEOF-Switch
              End-Read
           End-If.

       3200-Key-One-Customer.
           If not Cust-Is-Active
                 or Cust-Address-1 = spaces
                 or Cust-Name = spaces
              Perform 3100-Read-Customer
              Exit Paragraph
           End-If
           Move Cust-Number to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Add 1 to CustomersSettled
                   Perform 3100-Read-Customer
                   Exit Paragraph
           End-Read

           Move Cust-Name to Norm-Input
           Perform 5000-Normalize-Name
           Move Cust-Address-1 to Addr-Input
           Perform 5200-Squeeze-Address
           Move Addr-Squeezed   to AK-Address
           Move Cust-Zip(1:5)   to AK-Zip5
           Move Address-Key-Work to Sort-Address-Key
           Move Norm-Surname    to Sort-Surname
           Move Cust-Number     to Sort-Customer
           Move Cust-Name       to Sort-Name
           Release Sort-Record
           Add 1 to CustomersKeyed
           Perform 3100-Read-Customer.

      *****************************************************************
      * Sort output: customers come back grouped by address and       *
      * surname, lowest customer number first; each group is judged   *
      * when the key changes.                                          *
      *****************************************************************
       4000-Propose-Households.
           Move "N" to SortEOF-Switch
           Move zero to GroupCount
           Perform 4100-Return-Customer
           Perform 4200-Group-One-Customer
               Until NoMoreSortRecords
           Perform 4500-Judge-Group.

       4100-Return-Customer.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       4200-Group-One-Customer.
           If GroupCount > zero
                 and (Sort-Address-Key not = Group-Address-Key
                      or Sort-Surname not = Group-Surname)
              Perform 4500-Judge-Group
           End-If
           If GroupCount = zero
              Move Sort-Address-Key to Group-Address-Key
              Move Sort-Surname     to Group-Surname
           End-If
           Add 1 to GroupCount
           If GroupCount <= 10
              Move Sort-Customer to GR-Customer(GroupCount)
              Move Sort-Name     to GR-Name(GroupCount)
           End-If
           Perform 4100-Return-Customer.

       4500-Judge-Group.
           Evaluate True
               When GroupCount > 10
                   Move GroupCount        to LG-Count
                   Move Group-Address-Key to LG-Address-Key
                   Move Large-Group-Line  to Report-Line
                   Write Report-Line
                   Add 1 to GroupsTooLarge
               When GroupCount > 1
                   Perform 4600-Write-One-Member
                       Varying Member-Index from 1 by 1
                       Until Member-Index > GroupCount
                   Add 1 to HouseholdsProposed
                   Move spaces to Report-Line
                   Write Report-Line
           End-Evaluate
           Move zero to GroupCount.

      *  the first member is the head, and the head's row carries the
      *  whole member list
       4600-Write-One-Member.
           Move spaces to Household-Record
           Move GR-Customer(Member-Index) to Hh-Customer-Number
           Move GR-Customer(1)    to Hh-Number
           Set Hh-Proposed        to true
           Move Group-Address-Key to Hh-Address-Key
           Move Group-Surname     to Hh-Surname
           Move Today             to Hh-Formed-Date
           Move zero              to Hh-Confirmed-Date
           Move zero              to Hh-Member-Count
           If Member-Index = 1
              Set Hh-Is-Head to true
              Move GroupCount to Hh-Member-Count
           Else
              Set Hh-Is-Member to true
           End-If
           Perform 4610-Set-Member-Number
               Varying Copy-Index from 1 by 1
               Until Copy-Index > 10
           Write Household-Record
               Invalid Key
                   Display "HhBuild: customer "
                           GR-Customer(Member-Index)
                           " already on HOUSEHLD, not proposed"
               Not Invalid Key
                   Add 1 to MembersProposed
           End-Write
           Move GR-Customer(1)            to D-Household
           Move GR-Customer(Member-Index) to D-Customer
           Move GR-Name(Member-Index)     to D-Name
           Move Group-Address-Key         to D-Address-Key
           Move Detail-Line to Report-Line
           Write Report-Line.

       4610-Set-Member-Number.
           If Copy-Index <= Hh-Member-Count
              Move GR-Customer(Copy-Index)
                to Hh-Member-Number(Copy-Index)
           Else
              Move zero to Hh-Member-Number(Copy-Index)
           End-If.

      *****************************************************************
      * Upper-cases Norm-Input, then derives the squeezed form (only  *
      * letters and digits kept) and the surname (the last space-     *
      * delimited word) plus the first initial -- as NameScrn does,   *
      * so a household and a watch-list screen read a name alike.     *
      *****************************************************************
       5000-Normalize-Name.
           Inspect Norm-Input converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Move spaces to Norm-Squeezed Norm-Surname
           Move spaces to Norm-Initial
           Move 1 to Norm-Out-Ix
           Move zero to Word-Start
           Perform 5100-Normalize-One-Char
               Varying Norm-In-Ix from 1 by 1
               Until Norm-In-Ix > 20
           If Word-Start > zero
              Move Norm-Input(Word-Start:) to Norm-Surname
           End-If.

       5100-Normalize-One-Char.
           Move Norm-Input(Norm-In-Ix:1) to Norm-Char
           If (Norm-Char >= "A" and Norm-Char <= "Z")
                 or (Norm-Char >= "0" and Norm-Char <= "9")
              Move Norm-Char to Norm-Squeezed(Norm-Out-Ix:1)
              If Norm-Initial = spaces
                 Move Norm-Char to Norm-Initial
              End-If
              If Norm-In-Ix = 1
                 Move 1 to Word-Start
              Else
                 If Norm-Input(Norm-In-Ix - 1:1) = space
                    Move Norm-In-Ix to Word-Start
                 End-If
              End-If
              Add 1 to Norm-Out-Ix
           End-If.

      *  "12 Oak St." and "12 OAK ST" key alike
       5200-Squeeze-Address.
           Inspect Addr-Input converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Move spaces to Addr-Squeezed
           Move 1 to Norm-Out-Ix
           Perform 5300-Squeeze-One-Char
               Varying Norm-In-Ix from 1 by 1
               Until Norm-In-Ix > 30.

       5300-Squeeze-One-Char.
           Move Addr-Input(Norm-In-Ix:1) to Norm-Char
           If (Norm-Char >= "A" and Norm-Char <= "Z")
                 or (Norm-Char >= "0" and Norm-Char <= "9")
              Move Norm-Char to Addr-Squeezed(Norm-Out-Ix:1)
              Add 1 to Norm-Out-Ix
           End-If.

       9000-Terminate.
           Move "PROPOSALS CLEARED:" to S-Label
           Move ProposalsCleared to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "CUSTOMERS ALREADY SETTLED:" to S-Label
           Move CustomersSettled to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "CUSTOMERS KEYED:" to S-Label
           Move CustomersKeyed to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "HOUSEHOLDS PROPOSED:" to S-Label
           Move HouseholdsProposed to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "GROUPS TOO LARGE:" to S-Label
           Move GroupsTooLarge to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ProposalReport
           If HouseholdFileOpen
              Close HouseholdFile
           End-If
           Display "HhBuild: households proposed=" HouseholdsProposed
                   " members=" MembersProposed
                   " cleared=" ProposalsCleared
                   " too large=" GroupsTooLarge.

       End program "HhBuild".
