       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RecProd.cbl                                                    *
      *----------------------------------------------------------------*
      * Records production for a subpoena.  One PRODPARM request --   *
      * the customer, the date range the subpoena covers, its         *
      * reference and the records custodian who will sign -- drives   *
      * one RECPROD production file, page-numbered 000001 onward from *
      * its first page to its last, in place of separate ArchInq,     *
      * StmtRepr, ChkInq and TellHist runs stapled together.  The     *
      * customer's accounts are resolved through CUSTXREF and, for    *
      * accounts AcctArch has taken off the master (and so out of     *
      * CUSTXREF), through the owner slots of the ACCTHIXD archive.   *
      * The production holds, for the range: the customer's name and  *
      * address history off CUSTHIST; every journal entry on those    *
      * accounts -- the day's JRNLIXD, the rolled generations on      *
      * JRNLCONS and the JRNLHIXD archive, merged in date order with  *
      * an entry found on more than one of them produced once; the    *
      * archived statements on STMTARCH; the CHKREG events on checks  *
      * they drew or were paid; the HOLDFILE holds in effect; and the *
      * OWNRLOG owner changes.  It closes on a records-custodian      *
      * certification page giving the page range and what it holds.  *
      ******************************************************************
       Identification division.
       Program-id. "RecProd" recursive.
       Environment division.
       Configuration section.
       Input-Output Section.
       File-Control.
           Select ProdParmFile Assign to "PRODPARM"
               Organization is Sequential
               File Status is ParmFileStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select KeyedMasterFile Assign to "ACCTHIXD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Arch-Acct-Key
               File Status is KeyedMasterStatus.
           Select CustHistFile Assign to "CUSTHIST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hist-Key
               File Status is CustHistStatus.
           Select JournalIndexFile Assign to "JRNLIXD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is JrnlIx-Key
               File Status is JournalIndexStatus.
           Select ConsolidatedFile Assign to "JRNLCONS"
               Organization is Sequential
               File Status is ConsolidatedStatus.
           Select KeyedJournalFile Assign to "JRNLHIXD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Arch-Jrnl-Key
               File Status is KeyedJournalStatus.
           Select StmtArchiveFile Assign to "STMTARCH"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is SArch-Key
               File Status is StmtArchiveStatus.
           Select CheckRegisterFile Assign to "CHKREG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Register-Event-Key
               File Status is CheckRegStatus.
           Select HoldLedgerFile Assign to "HOLDFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hold-Key
               File Status is HoldLedgerStatus.
           Select OwnerLogFile Assign to "OWNRLOG"
               Organization is Sequential
               File Status is OwnerLogStatus.
           Select ProductionFile Assign to "RECPROD"
               Organization is Line Sequential
               File Status is ProductionStatus.
           Select SortFile Assign to "SORTWK".
       Data Division.
       File Section.
       FD  ProdParmFile.
       01  Parm-Record.
           05 Parm-Customer-Number  pic 9(6).
           05 Parm-From-Date        pic 9(8).
           05 Parm-Thru-Date        pic 9(8).
      *  the subpoena's own number or the legal matter it came under
           05 Parm-Reference        pic X(20).
           05 Parm-Custodian-Name   pic X(30).
           05 Parm-Custodian-Title  pic X(30).
           05 Filler                pic X(18).
       FD  CustMasterFile.
           Copy CustRec.
       FD  CustXrefFile.
           Copy CustXref.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  KeyedMasterFile.
           Copy ArchAcct.
       FD  CustHistFile.
           Copy CustHist.
       FD  JournalIndexFile.
           Copy JrnlIx.
       FD  ConsolidatedFile.
       01  Consolidated-Record      pic X(91).
       FD  KeyedJournalFile.
           Copy ArchJrnl.
       FD  StmtArchiveFile.
           Copy StmtArch.
       FD  CheckRegisterFile.
           Copy CheckReg.
       FD  HoldLedgerFile.
           Copy HoldRec.
       FD  OwnerLogFile.
           Copy OwnrLog.
       FD  ProductionFile.
       01  Report-Line              pic X(100).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Account          pic 9(6).
           05 Sort-Date             pic 9(8).
           05 Sort-Time             pic 9(8).
           05 Sort-Image            pic X(91).
           05 Sort-Source           pic X(08).

       Working-Storage Section.
       01  ParmFileStatus         pic X(02) value spaces.
           88 ParmOK                 value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  KeyedMasterStatus      pic X(02) value spaces.
           88 KeyedMasterOK          value "00".
       01  CustHistStatus         pic X(02) value spaces.
           88 CustHistOK             value "00".
       01  JournalIndexStatus     pic X(02) value spaces.
           88 JournalIndexOK         value "00".
       01  ConsolidatedStatus     pic X(02) value spaces.
           88 ConsolidatedOK         value "00".
       01  KeyedJournalStatus     pic X(02) value spaces.
           88 KeyedJournalOK         value "00".
       01  StmtArchiveStatus      pic X(02) value spaces.
           88 StmtArchiveOK          value "00".
       01  CheckRegStatus         pic X(02) value spaces.
           88 CheckRegOK             value "00".
       01  HoldLedgerStatus       pic X(02) value spaces.
           88 HoldLedgerOK           value "00".
       01  OwnerLogStatus         pic X(02) value spaces.
           88 OwnerLogOK             value "00".
       01  ProductionStatus       pic X(02) value spaces.

       01  Request-Switch         pic X(01) value "N".
           88 ProductionRequested    value "Y".
       01  CustFound-Switch       pic X(01) value "N".
           88 CustomerOnFile         value "Y".
       01  ReadEOF-Switch         pic X(01) value "N".
           88 NoMoreRecords          value "Y".
       01  SortEOF-Switch         pic X(01) value "N".
           88 NoMoreSortRecords      value "Y".
       01  AccountFound-Switch    pic X(01) value "N".
           88 AccountOnList          value "Y".
       01  GroupOpen-Switch       pic X(01) value "N".
           88 GroupIsOpen            value "Y".
       01  CustOpen-Switch        pic X(01) value "N".
           88 CustFileOpen           value "Y".
       01  AcctOpen-Switch        pic X(01) value "N".
           88 AcctFileOpen           value "Y".
       01  IndexOpen-Switch       pic X(01) value "N".
           88 IndexFileOpen          value "Y".
       01  ArchJrnlOpen-Switch    pic X(01) value "N".
           88 ArchJrnlFileOpen       value "Y".

      *  journal images are parsed through this layout
           Copy Journal.

       01  Business-Date          pic 9(8) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(6) value zero.
       01  LinesPerPage           pic 9(3) value 55.
       01  Records-Last-Page      pic 9(6) value zero.
       01  Section-Title          pic X(60) value spaces.

       01  Prod-Customer-Name     pic X(20) value spaces.
       01  Search-Account         pic 9(6) value zero.
       01  Search-Index           pic 9(3) value zero.
       01  Account-Index          pic 9(3) value zero.
       01  Owner-Index            pic 9(1) value zero.
       01  Current-Account        pic 9(6) value zero.
       01  Current-Cycle          pic 9(8) value zero.
       01  Previous-Image         pic X(91) value spaces.
       01  Pending-Line           pic X(100) value spaces.

       01  AccountsActive         pic 9(5) value zero.
       01  AccountsArchived       pic 9(5) value zero.
       01  HistoryProduced        pic 9(7) value zero.
       01  EntriesProduced        pic 9(7) value zero.
       01  DuplicatesDropped      pic 9(7) value zero.
       01  Account-Entries        pic 9(7) value zero.
       01  StatementsProduced     pic 9(5) value zero.
       01  CheckEventsProduced    pic 9(7) value zero.
       01  HoldsProduced          pic 9(5) value zero.
       01  OwnerChangesProduced   pic 9(5) value zero.

      *****************************************************************
      * The customer's accounts: active ones off CUSTXREF, archived   *
      * ones off the ACCTHIXD owner slots.  An account on both (a     *
      * reinstated account whose old image is still archived) is      *
      * listed once, as active.                                        *
      *****************************************************************
       01  AccountCount           pic 9(3) value zero.
       01  Account-Table.
           05 Account-Entry occurs 0 to 200 times
                 depending on AccountCount.
              10 AE-Account-Number   pic 9(6).
              10 AE-Origin           pic X(08).
              10 AE-Type             pic X(01).
              10 AE-Status           pic X(01).
              10 AE-Open-Date        pic 9(8).
              10 AE-Owner-Type       pic X(01).

       01  Page-Heading-1.
           05 Filler              pic X(24) value
              "RECORDS PRODUCTION  REF ".
           05 PH1-Reference       pic X(20).
           05 Filler              pic X(25) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 PH1-Page            pic 9(6).
       01  Page-Heading-2.
           05 Filler              pic X(09) value "CUSTOMER ".
           05 PH2-Customer        pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 PH2-Name            pic X(20).
           05 Filler              pic X(09) value "  PERIOD ".
           05 PH2-From            pic 9999/99/99.
           05 Filler              pic X(03) value " - ".
           05 PH2-Thru            pic 9999/99/99.
       01  Label-Line.
           05 LL-Label            pic X(20).
           05 LL-Text             pic X(60).
       01  Prepared-Line.
           05 Filler              pic X(20) value "PREPARED:".
           05 PL-Date             pic 9999/99/99.
       01  Count-Line.
           05 Filler              pic X(04) value spaces.
           05 CL-Label            pic X(40).
           05 CL-Count            pic ZZZ,ZZ9.

       01  Account-Heading.
           05 Filler              pic X(40) value
              "ACCOUNT ORIGIN  TYPE STATUS   OPENED    ".
           05 Filler              pic X(06) value
              " OWNER".
       01  Account-Line.
           05 AL-Account          pic 9(6).
           05 Filler              pic X(02) value spaces.
           05 AL-Origin           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 AL-Type             pic X(01).
           05 Filler              pic X(04) value spaces.
           05 AL-Status           pic X(01).
           05 Filler              pic X(06) value spaces.
           05 AL-Open-Date        pic 9999/99/99 blank when zero.
           05 Filler              pic X(03) value spaces.
           05 AL-Owner-Type       pic X(01).

       01  History-Heading.
           05 Filler              pic X(36) value
              "DATE        SOURCE    CHANGE        ".
           05 Filler              pic X(29) value
              "NAME                  CHANGED".
       01  History-Line-1.
           05 HL-Date             pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 HL-Source           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 HL-Change           pic X(12).
           05 Filler              pic X(02) value spaces.
           05 HL-Name             pic X(20).
           05 Filler              pic X(02) value spaces.
           05 HL-What             pic X(16).
       01  History-Line-2.
           05 Filler              pic X(12) value spaces.
           05 HL-Address-1        pic X(30).
           05 Filler              pic X(01) value spaces.
           05 HL-Address-2        pic X(30).
       01  History-Line-3.
           05 Filler              pic X(12) value spaces.
           05 HL-City             pic X(20).
           05 Filler              pic X(01) value spaces.
           05 HL-State            pic X(02).
           05 Filler              pic X(01) value spaces.
           05 HL-Zip              pic X(09).

       01  Journal-Heading.
           05 Filler              pic X(40) value
              "DATE        TRANSACTION          AMOUNT ".
           05 Filler              pic X(40) value
              "       BALANCE  LINKED  OPERATOR  SOURCE".
       01  Journal-Line.
           05 JL-Date             pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 JL-Type             pic X(12).
           05 Filler              pic X(01) value spaces.
           05 JL-Amount           pic $$$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 JL-Balance          pic $$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 JL-Link             pic 9(6) blank when zero.
           05 Filler              pic X(02) value spaces.
           05 JL-Operator         pic X(08).
           05 Filler              pic X(02) value spaces.
           05 JL-Source           pic X(08).
       01  Journal-Account-Line.
           05 Filler              pic X(08) value "ACCOUNT ".
           05 JA-Account          pic 9(6).

       01  Statement-Banner.
           05 Filler              pic X(18) value
              "STATEMENT ACCOUNT ".
           05 SB-Account          pic 9(6).
           05 Filler              pic X(07) value " CYCLE ".
           05 SB-Cycle            pic 9999/99/99.

       01  Check-Heading.
           05 Filler              pic X(40) value
              "CHECK NO  SQ EVENT    DATE       DRAWER ".
           05 Filler              pic X(26) value
              "PAYEE          AMOUNT MEMO".
       01  Check-Line.
           05 CR-Check            pic 9(9).
           05 Filler              pic X(01) value spaces.
           05 CR-Seq              pic 9(2).
           05 Filler              pic X(01) value spaces.
           05 CR-Event            pic X(08).
           05 Filler              pic X(01) value spaces.
           05 CR-Date             pic 9999/99/99.
           05 Filler              pic X(01) value spaces.
           05 CR-Drawer           pic 9(6) blank when zero.
           05 Filler              pic X(01) value spaces.
           05 CR-Payee            pic 9(6) blank when zero.
           05 Filler              pic X(01) value spaces.
           05 CR-Amount           pic $$$$,$$$,$$9CR.
           05 Filler              pic X(01) value spaces.
           05 CR-Memo             pic X(30).

       01  Hold-Heading.
           05 Filler              pic X(35) value
              "ACCT   SEQ           AMOUNT  RSN   ".
           05 Filler              pic X(40) value
              "SOURCE    PLACED      EXPIRES     STATUS".
       01  Hold-Line.
           05 HD-Account          pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 HD-Seq              pic 9(4).
           05 Filler              pic X(02) value spaces.
           05 HD-Amount           pic $$$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 HD-Reason           pic X(04).
           05 Filler              pic X(02) value spaces.
           05 HD-Source           pic X(08).
           05 Filler              pic X(02) value spaces.
           05 HD-Placed           pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 HD-Expiry           pic 9999/99/99 blank when zero.
           05 Filler              pic X(02) value spaces.
           05 HD-Status           pic X(08).

       01  Owner-Heading.
           05 Filler              pic X(40) value
              "DATE       ACCT   ACTION   BEFORE       ".
           05 Filler              pic X(36) value
              "        AFTER                CUST   ".
           05 Filler              pic X(08) value
              "OPERATOR".
       01  Owner-Line.
           05 OC-Date             pic 9999/99/99.
           05 Filler              pic X(01) value spaces.
           05 OC-Account          pic 9(6).
           05 Filler              pic X(01) value spaces.
           05 OC-Action           pic X(08).
           05 Filler              pic X(01) value spaces.
           05 OC-Before           pic X(20).
           05 Filler              pic X(01) value spaces.
           05 OC-After            pic X(20).
           05 Filler              pic X(01) value spaces.
           05 OC-Cust             pic 9(6) blank when zero.
           05 Filler              pic X(01) value spaces.
           05 OC-Operator         pic X(08).

       01  Cert-Pages-Line.
           05 Filler              pic X(34) value
              "2. THE RECORDS PRODUCED ON PAGES ".
           05 CP-First            pic 9(6).
           05 Filler              pic X(09) value " THROUGH ".
           05 CP-Last             pic 9(6).
           05 Filler              pic X(08) value " OF THIS".

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If ProductionRequested
              Perform 2000-Identify-Accounts
              Perform 3000-Produce-Customer-History
              Move "TRANSACTION JOURNAL" to Section-Title
              Perform 1400-Start-Section
              Sort SortFile
                  Ascending Key Sort-Account Sort-Date
                                Sort-Time Sort-Image
                  Input Procedure is 4000-Gather-Journal-Entries
                  Output Procedure is 4500-Produce-Journal-Entries
              Perform 5000-Produce-Statements
              Perform 6000-Produce-Check-Events
              Perform 6500-Produce-Holds
              Perform 7000-Produce-Owner-Changes
              Perform 8000-Certify-Production
           End-If
           Perform 9000-Terminate
           Goback.

      *****************************************************************
      * One production per run, off the first PRODPARM record.  A     *
      * request without a customer or a usable date range produces   *
      * nothing and ends the step with return code 8.                  *
      *****************************************************************
       1000-Initialize.
           Display "RecProd: records production starting"
           Call "GetBusDate" using Business-Date
           Open Input ProdParmFile
           If not ParmOK
              Display "RecProd: unable to open PRODPARM, rc="
                      ParmFileStatus
              Move 8 to Return-Code
              Exit Paragraph
           End-If
           Read ProdParmFile
               At End
                   Display "RecProd: PRODPARM is empty, nothing "
                           "produced"
                   Move 8 to Return-Code
                   Close ProdParmFile
                   Exit Paragraph
           End-Read
           Close ProdParmFile
           If Parm-Customer-Number not numeric
                 or Parm-Customer-Number = zero
                 or Parm-From-Date not numeric
                 or Parm-Thru-Date not numeric
                 or Parm-From-Date > Parm-Thru-Date
              Display "RecProd: PRODPARM needs a customer number and "
                      "a from-thru date range, nothing produced"
              Move 8 to Return-Code
              Exit Paragraph
           End-If
           If Parm-Custodian-Name = spaces
              Display "RecProd: no custodian named on PRODPARM, the "
                      "certification is left for signature by name"
           End-If
           Move "Y" to Request-Switch
           Open Input CustMasterFile
           If CustMasterOK
              Move "Y" to CustOpen-Switch
              Move Parm-Customer-Number to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Move "Y" to CustFound-Switch
                      Move Cust-Name to Prod-Customer-Name
              End-Read
           End-If
           If not CustomerOnFile
              Display "RecProd: customer " Parm-Customer-Number
                      " not on CUSTMAST, producing what is on file"
           End-If
           Open Output ProductionFile.

       1200-New-Page.
           Add 1 to PageNumber
           Move Parm-Reference to PH1-Reference
           Move PageNumber to PH1-Page
           Move Page-Heading-1 to Report-Line
           Write Report-Line
           Move Parm-Customer-Number to PH2-Customer
           Move Prod-Customer-Name to PH2-Name
           Move Parm-From-Date to PH2-From
           Move Parm-Thru-Date to PH2-Thru
           Move Page-Heading-2 to Report-Line
           Write Report-Line
           Move Section-Title to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move 4 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Move Report-Line to Pending-Line
              Perform 1200-New-Page
              Move Pending-Line to Report-Line
           End-If
           Write Report-Line
           Add 1 to LineCount.

       1400-Start-Section.
           Perform 1200-New-Page.

      *****************************************************************
      * Looks Search-Account up on the account list; Account-Index is *
      * its entry when AccountOnList.                                 *
      *****************************************************************
       1500-Find-Account.
           Move "N" to AccountFound-Switch
           Perform 1510-Match-Account
               Varying Search-Index from 1 by 1
               Until Search-Index > AccountCount or AccountOnList.

       1510-Match-Account.
           If AE-Account-Number(Search-Index) = Search-Account
              Move "Y" to AccountFound-Switch
              Move Search-Index to Account-Index
           End-If.

      *****************************************************************
      * The first page: the customer as on file today and every       *
      * account the production covers.                                *
      *****************************************************************
       2000-Identify-Accounts.
           Open Input AcctMasterFile
           If AcctMasterOK
              Move "Y" to AcctOpen-Switch
           End-If
           Perform 2100-Add-Linked-Accounts
           Perform 2300-Add-Archived-Accounts
           If AcctFileOpen
              Close AcctMasterFile
           End-If
           Move "CUSTOMER AND ACCOUNTS" to Section-Title
           Perform 1400-Start-Section
           If CustomerOnFile
              Move "NAME:"         to LL-Label
              Move Cust-Name       to LL-Text
              Move Label-Line to Report-Line
              Perform 1300-Write-Line
              Move "ADDRESS:"      to LL-Label
              Move Cust-Address-1  to LL-Text
              Move Label-Line to Report-Line
              Perform 1300-Write-Line
              If Cust-Address-2 not = spaces
                 Move spaces          to LL-Label
                 Move Cust-Address-2  to LL-Text
                 Move Label-Line to Report-Line
                 Perform 1300-Write-Line
              End-If
              Move spaces          to LL-Text
              Move Cust-City       to LL-Text(1:20)
              Move Cust-State      to LL-Text(22:2)
              Move Cust-Zip        to LL-Text(25:9)
              Move spaces          to LL-Label
              Move Label-Line to Report-Line
              Perform 1300-Write-Line
           Else
              Move "CUSTOMER NOT ON THE CUSTOMER MASTER" to Report-Line
              Perform 1300-Write-Line
           End-If
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move Account-Heading to Report-Line
           Perform 1300-Write-Line
           Perform 2400-List-One-Account
               Varying Account-Index from 1 by 1
               Until Account-Index > AccountCount
           If AccountCount = zero
              Move "NO ACCOUNTS FOUND FOR THIS CUSTOMER" to Report-Line
              Perform 1300-Write-Line
           End-If.

       2100-Add-Linked-Accounts.
           Open Input CustXrefFile
           If not CustXrefOK
              Display "RecProd: unable to open CUSTXREF, rc="
                      CustXrefStatus
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Move Parm-Customer-Number to Xref-Customer-Number
           Move zero to Xref-Account-Number
           Start CustXrefFile Key is Not Less Than Xref-Key
               Invalid Key
                   Move "Y" to ReadEOF-Switch
           End-Start
           Perform 2110-Read-Xref
           Perform 2200-Add-One-Linked-Account
               Until NoMoreRecords
           Close CustXrefFile.

       2110-Read-Xref.
           If not NoMoreRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If
           If not NoMoreRecords
                 and Xref-Customer-Number not = Parm-Customer-Number
              Move "Y" to ReadEOF-Switch
           End-If.

       2200-Add-One-Linked-Account.
           Move Xref-Account-Number to Search-Account
           Perform 1500-Find-Account
           If not AccountOnList and AccountCount < 200
              Add 1 to AccountCount
              Add 1 to AccountsActive
              Move Xref-Account-Number
                to AE-Account-Number(AccountCount)
              Move "ACTIVE"        to AE-Origin(AccountCount)
              Move Xref-Owner-Type to AE-Owner-Type(AccountCount)
              Move spaces          to AE-Type(AccountCount)
              Move spaces          to AE-Status(AccountCount)
              Move zero            to AE-Open-Date(AccountCount)
              If AcctFileOpen
                 Move Xref-Account-Number to Master-Account-Number
                 Read AcctMasterFile
                     Invalid Key
                         Continue
                     Not Invalid Key
                         Move Master-Account-Type
                           to AE-Type(AccountCount)
                         Move Master-Account-Status
                           to AE-Status(AccountCount)
                         Move Master-Open-Date
                           to AE-Open-Date(AccountCount)
                 End-Read
              End-If
           End-If
           Perform 2110-Read-Xref.

      *****************************************************************
      * CUSTXREF loses an account when AcctArch archives it, so the   *
      * archive is searched by owner slot -- a full pass of ACCTHIXD, *
      * the images read through the master layout the Reinstat way.  *
      *****************************************************************
       2300-Add-Archived-Accounts.
           Open Input KeyedMasterFile
           If not KeyedMasterOK
              Display "RecProd: no ACCTHIXD keyed archive, rc="
                      KeyedMasterStatus ", archived accounts not "
                      "searched"
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 2310-Read-Archived-Master
           Perform 2320-Check-One-Archived-Master
               Until NoMoreRecords
           Close KeyedMasterFile.

       2310-Read-Archived-Master.
           If not NoMoreRecords
              Read KeyedMasterFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If.

       2320-Check-One-Archived-Master.
           Move Arch-Acct-Record to Acct-Master-Record
           Perform 2330-Check-One-Owner-Slot
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4
           Perform 2310-Read-Archived-Master.

       2330-Check-One-Owner-Slot.
           If Master-Owner-Cust-Id(Owner-Index) not numeric
                 or Master-Owner-Cust-Id(Owner-Index)
                    not = Parm-Customer-Number
              Exit Paragraph
           End-If
           Move Master-Account-Number to Search-Account
           Perform 1500-Find-Account
           If AccountOnList or AccountCount >= 200
              Exit Paragraph
           End-If
           Add 1 to AccountCount
           Add 1 to AccountsArchived
           Move Master-Account-Number
             to AE-Account-Number(AccountCount)
           Move "ARCHIVED"            to AE-Origin(AccountCount)
           Move Master-Account-Type   to AE-Type(AccountCount)
           Move Master-Account-Status to AE-Status(AccountCount)
           Move Master-Open-Date      to AE-Open-Date(AccountCount)
           Move Master-Owner-Type(Owner-Index)
             to AE-Owner-Type(AccountCount).

       2400-List-One-Account.
           Move AE-Account-Number(Account-Index) to AL-Account
           Move AE-Origin(Account-Index)         to AL-Origin
           Move AE-Type(Account-Index)           to AL-Type
           Move AE-Status(Account-Index)         to AL-Status
           Move AE-Open-Date(Account-Index)      to AL-Open-Date
           Move AE-Owner-Type(Account-Index)     to AL-Owner-Type
           Move Account-Line to Report-Line
           Perform 1300-Write-Line.

      *****************************************************************
      * The customer's name and address as each CUSTHIST change in    *
      * the period left them.                                          *
      *****************************************************************
       3000-Produce-Customer-History.
           Move "NAME AND ADDRESS HISTORY" to Section-Title
           Perform 1400-Start-Section
           Move History-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input CustHistFile
           If not CustHistOK
              Move "NO CUSTOMER HISTORY FILE ON RECORD" to Report-Line
              Perform 1300-Write-Line
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Move Parm-Customer-Number to Hist-Customer-Number
           Move Parm-From-Date       to Hist-Change-Date
           Move zero                 to Hist-Change-Time
           Move zero                 to Hist-Change-Seq
           Start CustHistFile Key is Not Less Than Hist-Key
               Invalid Key
                   Move "Y" to ReadEOF-Switch
           End-Start
           Perform 3100-Read-History
           Perform 3200-Produce-One-Change
               Until NoMoreRecords
           Close CustHistFile
           If HistoryProduced = zero
              Move "NO CHANGES IN THE PERIOD" to Report-Line
              Perform 1300-Write-Line
           End-If.

       3100-Read-History.
           If not NoMoreRecords
              Read CustHistFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If
           If not NoMoreRecords
              If Hist-Customer-Number not = Parm-Customer-Number
                    or Hist-Change-Date > Parm-Thru-Date
                 Move "Y" to ReadEOF-Switch
              End-If
           End-If.

       3200-Produce-One-Change.
           Add 1 to HistoryProduced
           Move Hist-After-Image to Customer-Record
           Move Hist-Change-Date to HL-Date
           Move Hist-Source      to HL-Source
           Evaluate True
               When Hist-Customer-Added
                   Move "ADDED"        to HL-Change
               When Hist-Customer-Changed
                   Move "CHANGED"      to HL-Change
               When Hist-Customer-Inactivated
                   Move "INACTIVATED"  to HL-Change
               When Hist-Death-Recorded
                   Move "DEATH"        to HL-Change
               When Hist-Customer-Merged
                   Move "MERGED"       to HL-Change
               When Other
                   Move "OTHER"        to HL-Change
           End-Evaluate
           Evaluate True
               When Hist-Name-Was-Changed
                     and Hist-Address-Was-Changed
                   Move "NAME, ADDRESS"    to HL-What
               When Hist-Name-Was-Changed
                   Move "NAME"             to HL-What
               When Hist-Address-Was-Changed
                   Move "ADDRESS"          to HL-What
               When Other
                   Move spaces             to HL-What
           End-Evaluate
           Move Cust-Name      to HL-Name
           Move History-Line-1 to Report-Line
           Perform 1300-Write-Line
           Move Cust-Address-1 to HL-Address-1
           Move Cust-Address-2 to HL-Address-2
           Move History-Line-2 to Report-Line
           Perform 1300-Write-Line
           Move Cust-City      to HL-City
           Move Cust-State     to HL-State
           Move Cust-Zip       to HL-Zip
           Move History-Line-3 to Report-Line
           Perform 1300-Write-Line
           Perform 3100-Read-History.

      *****************************************************************
      * Input procedure: the period's entries on the listed accounts  *
      * from all three journal stores.  An account's history can sit *
      * on more than one of them (AcctArch splits from generations    *
      * that JrnlCons has also consolidated); the sort brings copies  *
      * of one entry together and the output procedure keeps one.     *
      *****************************************************************
       4000-Gather-Journal-Entries.
           Open Input JournalIndexFile
           If JournalIndexOK
              Move "Y" to IndexOpen-Switch
           End-If
           Open Input KeyedJournalFile
           If KeyedJournalOK
              Move "Y" to ArchJrnlOpen-Switch
           End-If
           Perform 4100-Gather-One-Account
               Varying Account-Index from 1 by 1
               Until Account-Index > AccountCount
           If IndexFileOpen
              Close JournalIndexFile
           End-If
           If ArchJrnlFileOpen
              Close KeyedJournalFile
           End-If
           Perform 4300-Gather-Generations.

       4100-Gather-One-Account.
           Move AE-Account-Number(Account-Index) to Current-Account
           If ArchJrnlFileOpen
              Move "N" to ReadEOF-Switch
              Move Current-Account to Arch-Jrnl-Account
              Move zero            to Arch-Jrnl-Seq
              Start KeyedJournalFile
                  Key is Not Less Than Arch-Jrnl-Key
                  Invalid Key
                      Move "Y" to ReadEOF-Switch
              End-Start
              Perform 4110-Read-Archived-Entry
              Perform 4120-Release-Archived-Entry
                  Until NoMoreRecords
           End-If
           If IndexFileOpen
              Move "N" to ReadEOF-Switch
              Move Current-Account to JrnlIx-Account-Number
              Move Parm-From-Date  to JrnlIx-Date
              Move zero            to JrnlIx-Entry-Seq
              Start JournalIndexFile
                  Key is Not Less Than JrnlIx-Key
                  Invalid Key
                      Move "Y" to ReadEOF-Switch
              End-Start
              Perform 4210-Read-Current-Entry
              Perform 4220-Release-Current-Entry
                  Until NoMoreRecords
           End-If.

       4110-Read-Archived-Entry.
           If not NoMoreRecords
              Read KeyedJournalFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If
           If not NoMoreRecords
                 and Arch-Jrnl-Account not = Current-Account
              Move "Y" to ReadEOF-Switch
           End-If.

       4120-Release-Archived-Entry.
           Move Arch-Jrnl-Image to Journal-Record
           Move "ARCHIVE" to Sort-Source
           Perform 4400-Release-In-Period
           Perform 4110-Read-Archived-Entry.

       4210-Read-Current-Entry.
           If not NoMoreRecords
              Read JournalIndexFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If
           If not NoMoreRecords
              If JrnlIx-Account-Number not = Current-Account
                    or JrnlIx-Date > Parm-Thru-Date
                 Move "Y" to ReadEOF-Switch
              End-If
           End-If.

       4220-Release-Current-Entry.
           Move JrnlIx-Entry-Image to Journal-Record
           Move "CURRENT" to Sort-Source
           Perform 4400-Release-In-Period
           Perform 4210-Read-Current-Entry.

      *****************************************************************
      * JRNLCONS is in roll order, not account order: one pass, each  *
      * entry kept when its account is on the list.                   *
      *****************************************************************
       4300-Gather-Generations.
           Open Input ConsolidatedFile
           If not ConsolidatedOK
              Display "RecProd: no JRNLCONS consolidated generations, "
                      "rc=" ConsolidatedStatus
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 4310-Read-Generation-Entry
           Perform 4320-Check-Generation-Entry
               Until NoMoreRecords
           Close ConsolidatedFile.

       4310-Read-Generation-Entry.
           If not NoMoreRecords
              Read ConsolidatedFile
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If.

       4320-Check-Generation-Entry.
           Move Consolidated-Record to Journal-Record
           Move Journal-Account-Number to Search-Account
           Perform 1500-Find-Account
           If AccountOnList
              Move "GENERATN" to Sort-Source
              Perform 4400-Release-In-Period
           End-If
           Perform 4310-Read-Generation-Entry.

       4400-Release-In-Period.
           If Journal-Date not < Parm-From-Date
                 and Journal-Date not > Parm-Thru-Date
              Move Journal-Account-Number to Sort-Account
              Move Journal-Date           to Sort-Date
              Move Journal-Time           to Sort-Time
              Move Journal-Record         to Sort-Image
              Release Sort-Record
           End-If.

      *****************************************************************
      * Output procedure: entries by account in date and time order,  *
      * with a count at each change of account.                        *
      *****************************************************************
       4500-Produce-Journal-Entries.
           Move "N" to SortEOF-Switch
           Move "N" to GroupOpen-Switch
           Move spaces to Previous-Image
           Perform 4510-Return-Entry
           Perform 4600-Produce-One-Entry
               Until NoMoreSortRecords
           If GroupIsOpen
              Perform 4800-Write-Account-Count
           End-If
           If EntriesProduced = zero
              Move "NO JOURNAL ENTRIES IN THE PERIOD" to Report-Line
              Perform 1300-Write-Line
           End-If.

       4510-Return-Entry.
           If not NoMoreSortRecords
              Return SortFile
                  At End
                      Move "Y" to SortEOF-Switch
              End-Return
           End-If.

       4600-Produce-One-Entry.
           If Sort-Image = Previous-Image
              Add 1 to DuplicatesDropped
              Perform 4510-Return-Entry
              Exit Paragraph
           End-If
           Move Sort-Image to Previous-Image
           If GroupIsOpen and Sort-Account not = Current-Account
              Perform 4800-Write-Account-Count
           End-If
           If not GroupIsOpen
              Move Sort-Account to Current-Account
              Move zero to Account-Entries
              Move "Y" to GroupOpen-Switch
              Move Sort-Account to JA-Account
              Move Journal-Account-Line to Report-Line
              Perform 1300-Write-Line
              Move Journal-Heading to Report-Line
              Perform 1300-Write-Line
           End-If
           Move Sort-Image to Journal-Record
           Move Journal-Date            to JL-Date
           Move Journal-Amount          to JL-Amount
           Move Journal-Running-Balance to JL-Balance
           Move Journal-Link-Account    to JL-Link
           Move Journal-Operator-Id     to JL-Operator
           Move Sort-Source             to JL-Source
           Perform 4700-Describe-Entry
           Move Journal-Line to Report-Line
           Perform 1300-Write-Line
           Add 1 to Account-Entries
           Add 1 to EntriesProduced
           Perform 4510-Return-Entry.

       4700-Describe-Entry.
           Evaluate True
               When Journal-Credit
                   Move "CREDIT"       to JL-Type
               When Journal-Debit
                   Move "DEBIT"        to JL-Type
               When Journal-Check
                   Move "CHECK PAID"   to JL-Type
               When Journal-NSF
                   Move "NSF RETURN"   to JL-Type
               When Journal-Close
                   Move "ACCT CLOSE"   to JL-Type
               When Journal-Stopped
                   Move "STOP PAYMENT" to JL-Type
               When Journal-Reversal
                   Move "REVERSAL"     to JL-Type
               When Journal-Dormancy
                   Move "DORMANT FLAG" to JL-Type
               When Journal-Branch-Transfer
                   Move "BRANCH XFER" to JL-Type
               When Journal-Freeze
                   Move "FROZEN"       to JL-Type
               When Journal-Unfreeze
                   Move "UNFROZEN"     to JL-Type
               When Journal-Interest
                   Move "INTEREST"     to JL-Type
               When Journal-Penalty
                   Move "EARLY WD PEN" to JL-Type
               When Journal-Escheat
                   Move "ESCHEATED"    to JL-Type
               When Journal-Reinstated
                   Move "REINSTATED"   to JL-Type
               When Journal-Owner-Change
                   Move "OWNER CHANGE" to JL-Type
               When Journal-Fee
                   Move "SERVICE CHG"  to JL-Type
               When Journal-Loan-Advance
                   Move "LOAN ADVANCE" to JL-Type
               When Journal-Loan-Billed
                   Move "LOAN BILLED"  to JL-Type
               When Journal-Loan-Late-Charge
                   Move "LATE CHARGE"  to JL-Type
               When Journal-Loan-Late-Paid
                   Move "LATE CHG PD"  to JL-Type
               When Journal-Loan-Interest
                   Move "INTEREST PD"  to JL-Type
               When Journal-Loan-Principal
                   Move "PRINCIPAL PD" to JL-Type
               When Journal-Charge-Off
                   Move "CHARGED OFF"  to JL-Type
               When Journal-Recovery
                   Move "RECOVERY"     to JL-Type
               When Journal-Tax-Withheld
                   Move "TAX WITHHELD" to JL-Type
               When Journal-Backup-Withheld
                   Move "BACKUP WH"    to JL-Type
               When Journal-Fee-Refund
                   Move "FEE REFUND"   to JL-Type
               When Journal-Official-Check
                   Move "OFFICIAL CHK" to JL-Type
               When Journal-Dispute-Credit
                   Move "DISPUTE CR"   to JL-Type
               When Journal-Dispute-Reversal
                   Move "DISPUTE REV"  to JL-Type
               When Other
                   Move "OTHER"        to JL-Type
           End-Evaluate.

       4800-Write-Account-Count.
           Move spaces to Count-Line
           Move "ENTRIES ON ACCOUNT" to CL-Label
           Move Current-Account to CL-Label(20:6)
           Move Account-Entries to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move "N" to GroupOpen-Switch.

      *****************************************************************
      * Each archived statement whose cycle date falls in the period, *
      * reproduced line for line as StmtRepr would reprint it, each   *
      * starting on a fresh page.                                      *
      *****************************************************************
       5000-Produce-Statements.
           Move "ARCHIVED STATEMENTS" to Section-Title
           Perform 1400-Start-Section
           Open Input StmtArchiveFile
           If not StmtArchiveOK
              Move "NO STATEMENT ARCHIVE ON RECORD" to Report-Line
              Perform 1300-Write-Line
              Exit Paragraph
           End-If
           Perform 5100-Produce-Account-Statements
               Varying Account-Index from 1 by 1
               Until Account-Index > AccountCount
           Close StmtArchiveFile
           If StatementsProduced = zero
              Move "NO STATEMENTS ARCHIVED FOR THE PERIOD"
                to Report-Line
              Perform 1300-Write-Line
           End-If.

       5100-Produce-Account-Statements.
           Move AE-Account-Number(Account-Index) to Current-Account
           Move zero to Current-Cycle
           Move "N" to ReadEOF-Switch
           Move Current-Account to SArch-Account-Number
           Move Parm-From-Date  to SArch-Cycle-Date
           Move zero            to SArch-Line-Seq
           Start StmtArchiveFile Key is Not Less Than SArch-Key
               Invalid Key
                   Move "Y" to ReadEOF-Switch
           End-Start
           Perform 5110-Read-Statement-Line
           Perform 5200-Produce-One-Line
               Until NoMoreRecords.

       5110-Read-Statement-Line.
           If not NoMoreRecords
              Read StmtArchiveFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If
           If not NoMoreRecords
              If SArch-Account-Number not = Current-Account
                    or SArch-Cycle-Date > Parm-Thru-Date
                 Move "Y" to ReadEOF-Switch
              End-If
           End-If.

       5200-Produce-One-Line.
           If SArch-Cycle-Date not = Current-Cycle
              Move SArch-Cycle-Date to Current-Cycle
              Add 1 to StatementsProduced
              If StatementsProduced > 1
                 Perform 1200-New-Page
              End-If
              Move Current-Account to SB-Account
              Move Current-Cycle   to SB-Cycle
              Move Statement-Banner to Report-Line
              Perform 1300-Write-Line
           End-If
           Move SArch-Line to Report-Line
           Perform 1300-Write-Line
           Perform 5110-Read-Statement-Line.

      *****************************************************************
      * Every CHKREG event in the period on a check one of the        *
      * accounts drew, or was paid -- one pass of the register.       *
      *****************************************************************
       6000-Produce-Check-Events.
           Move "CHECK REGISTER EVENTS" to Section-Title
           Perform 1400-Start-Section
           Move Check-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input CheckRegisterFile
           If not CheckRegOK
              Move "NO CHECK REGISTER ON RECORD" to Report-Line
              Perform 1300-Write-Line
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 6100-Read-Check-Event
           Perform 6200-Check-One-Event
               Until NoMoreRecords
           Close CheckRegisterFile
           If CheckEventsProduced = zero
              Move "NO CHECK EVENTS IN THE PERIOD" to Report-Line
              Perform 1300-Write-Line
           End-If.

       6100-Read-Check-Event.
           If not NoMoreRecords
              Read CheckRegisterFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If.

       6200-Check-One-Event.
           If Register-Event-Date < Parm-From-Date
                 or Register-Event-Date > Parm-Thru-Date
              Perform 6100-Read-Check-Event
              Exit Paragraph
           End-If
           Move Register-Drawer-Account to Search-Account
           Perform 1500-Find-Account
           If not AccountOnList and Register-Payee-Account not = zero
              Move Register-Payee-Account to Search-Account
              Perform 1500-Find-Account
           End-If
           If AccountOnList
              Move Register-Check-Number   to CR-Check
              Move Register-Event-Seq      to CR-Seq
              Evaluate True
                  When Register-Event-Issued
                      Move "ISSUED"   to CR-Event
                  When Register-Event-Cleared
                      Move "CLEARED"  to CR-Event
                  When Register-Event-Stopped
                      Move "STOPPED"  to CR-Event
                  When Register-Event-Returned
                      Move "RETURNED" to CR-Event
                  When Other
                      Move "OTHER"    to CR-Event
              End-Evaluate
              Move Register-Event-Date     to CR-Date
              Move Register-Drawer-Account to CR-Drawer
              Move Register-Payee-Account  to CR-Payee
              Move Register-Amount         to CR-Amount
              Move Register-Memo           to CR-Memo
              Move Check-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to CheckEventsProduced
           End-If
           Perform 6100-Read-Check-Event.

      *****************************************************************
      * Holds in effect at any time in the period: placed by its end  *
      * and not expired before its start.                             *
      *****************************************************************
       6500-Produce-Holds.
           Move "HOLDS" to Section-Title
           Perform 1400-Start-Section
           Move Hold-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input HoldLedgerFile
           If not HoldLedgerOK
              Move "NO HOLD LEDGER ON RECORD" to Report-Line
              Perform 1300-Write-Line
              Exit Paragraph
           End-If
           Perform 6600-Produce-Account-Holds
               Varying Account-Index from 1 by 1
               Until Account-Index > AccountCount
           Close HoldLedgerFile
           If HoldsProduced = zero
              Move "NO HOLDS IN EFFECT IN THE PERIOD" to Report-Line
              Perform 1300-Write-Line
           End-If.

       6600-Produce-Account-Holds.
           Move AE-Account-Number(Account-Index) to Current-Account
           Move "N" to ReadEOF-Switch
           Move Current-Account to Hold-Account-Number
           Move zero            to Hold-Seq
           Start HoldLedgerFile Key is Not Less Than Hold-Key
               Invalid Key
                   Move "Y" to ReadEOF-Switch
           End-Start
           Perform 6610-Read-Hold
           Perform 6700-Produce-One-Hold
               Until NoMoreRecords.

       6610-Read-Hold.
           If not NoMoreRecords
              Read HoldLedgerFile Next Record
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If
           If not NoMoreRecords
                 and Hold-Account-Number not = Current-Account
              Move "Y" to ReadEOF-Switch
           End-If.

       6700-Produce-One-Hold.
           If Hold-Placed-Date not > Parm-Thru-Date
                 and (Hold-Expiry-Date = zero
                      or Hold-Expiry-Date not < Parm-From-Date)
              Move Hold-Account-Number to HD-Account
              Move Hold-Seq            to HD-Seq
              Move Hold-Amount         to HD-Amount
              Move Hold-Reason-Code    to HD-Reason
              Move Hold-Source         to HD-Source
              Move Hold-Placed-Date    to HD-Placed
              Move Hold-Expiry-Date    to HD-Expiry
              If Hold-Is-Active
                 Move "ACTIVE"   to HD-Status
              Else
                 Move "RELEASED" to HD-Status
              End-If
              Move Hold-Line to Report-Line
              Perform 1300-Write-Line
              Add 1 to HoldsProduced
           End-If
           Perform 6610-Read-Hold.

       7000-Produce-Owner-Changes.
           Move "OWNER CHANGES" to Section-Title
           Perform 1400-Start-Section
           Move Owner-Heading to Report-Line
           Perform 1300-Write-Line
           Open Input OwnerLogFile
           If not OwnerLogOK
              Move "NO OWNER-CHANGE LOG ON RECORD" to Report-Line
              Perform 1300-Write-Line
              Exit Paragraph
           End-If
           Move "N" to ReadEOF-Switch
           Perform 7100-Read-Owner-Change
           Perform 7200-Check-One-Owner-Change
               Until NoMoreRecords
           Close OwnerLogFile
           If OwnerChangesProduced = zero
              Move "NO OWNER CHANGES IN THE PERIOD" to Report-Line
              Perform 1300-Write-Line
           End-If.

       7100-Read-Owner-Change.
           If not NoMoreRecords
              Read OwnerLogFile
                  At End
                      Move "Y" to ReadEOF-Switch
              End-Read
           End-If.

       7200-Check-One-Owner-Change.
           If OwnLog-Date not < Parm-From-Date
                 and OwnLog-Date not > Parm-Thru-Date
              Move OwnLog-Account-Number to Search-Account
              Perform 1500-Find-Account
              If AccountOnList
                 Move OwnLog-Date           to OC-Date
                 Move OwnLog-Account-Number to OC-Account
                 Move OwnLog-Action         to OC-Action
                 Move OwnLog-Before-Name    to OC-Before
                 Move OwnLog-After-Name     to OC-After
                 Move OwnLog-Cust-Id        to OC-Cust
                 Move OwnLog-Operator-Id    to OC-Operator
                 Move Owner-Line to Report-Line
                 Perform 1300-Write-Line
                 Add 1 to OwnerChangesProduced
              End-If
           End-If
           Perform 7100-Read-Owner-Change.

      *****************************************************************
      * The certification page, always a page of its own after the   *
      * last page of records, naming the page range it certifies.    *
      *****************************************************************
       8000-Certify-Production.
           Move PageNumber to Records-Last-Page
           Move "RECORDS CUSTODIAN CERTIFICATION" to Section-Title
           Perform 1400-Start-Section
           Move "CUSTODIAN:"         to LL-Label
           Move Parm-Custodian-Name  to LL-Text
           Move Label-Line to Report-Line
           Perform 1300-Write-Line
           Move "TITLE:"             to LL-Label
           Move Parm-Custodian-Title to LL-Text
           Move Label-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move "I, THE UNDERSIGNED CUSTODIAN, CERTIFY THAT:"
             to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move
              "1. I AM A CUSTODIAN OF RECORDS OF THE BANK, OR AM"
             to Report-Line
           Perform 1300-Write-Line
           Move
              "   OTHERWISE QUALIFIED BY MY POSITION TO MAKE THIS"
             to Report-Line
           Perform 1300-Write-Line
           Move "   CERTIFICATION." to Report-Line
           Perform 1300-Write-Line
           Move 1                 to CP-First
           Move Records-Last-Page to CP-Last
           Move Cert-Pages-Line to Report-Line
           Perform 1300-Write-Line
           Move
              "   PRODUCTION ARE TRUE COPIES OF RECORDS OF THE BANK"
             to Report-Line
           Perform 1300-Write-Line
           Move "   FOR THE CUSTOMER AND PERIOD SHOWN ABOVE."
             to Report-Line
           Perform 1300-Write-Line
           Move
              "3. THE RECORDS WERE MADE AT OR NEAR THE TIME OF THE"
             to Report-Line
           Perform 1300-Write-Line
           Move
              "   ACTS AND EVENTS THEY RECORD, BY OR FROM INFORMATION"
             to Report-Line
           Perform 1300-Write-Line
           Move
              "   TRANSMITTED BY A PERSON WITH KNOWLEDGE OF THEM."
             to Report-Line
           Perform 1300-Write-Line
           Move
              "4. THE RECORDS WERE KEPT IN THE COURSE OF THE BANK'S"
             to Report-Line
           Perform 1300-Write-Line
           Move
              "   REGULARLY CONDUCTED BUSINESS ACTIVITY, AND IT WAS"
             to Report-Line
           Perform 1300-Write-Line
           Move
              "   THE BANK'S REGULAR PRACTICE TO MAKE THEM."
             to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move "THE PRODUCTION CONTAINS:" to Report-Line
           Perform 1300-Write-Line
           Move spaces to Count-Line
           Move "ACTIVE ACCOUNTS" to CL-Label
           Move AccountsActive to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "ARCHIVED ACCOUNTS" to CL-Label
           Move AccountsArchived to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "NAME AND ADDRESS CHANGES" to CL-Label
           Move HistoryProduced to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "JOURNAL ENTRIES" to CL-Label
           Move EntriesProduced to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "ARCHIVED STATEMENTS" to CL-Label
           Move StatementsProduced to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "CHECK REGISTER EVENTS" to CL-Label
           Move CheckEventsProduced to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "HOLDS" to CL-Label
           Move HoldsProduced to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "OWNER CHANGES" to CL-Label
           Move OwnerChangesProduced to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move "PAGES OF RECORDS" to CL-Label
           Move Records-Last-Page to CL-Count
           Move Count-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move
              "I DECLARE UNDER PENALTY OF PERJURY THAT THE FOREGOING"
             to Report-Line
           Perform 1300-Write-Line
           Move "IS TRUE AND CORRECT." to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move spaces to Report-Line
           Perform 1300-Write-Line
           Move
              "SIGNATURE: ______________________________   DATE: "
             to Report-Line
           Move "__________" to Report-Line(52:10)
           Perform 1300-Write-Line
           Move Business-Date to PL-Date
           Move Prepared-Line to Report-Line
           Perform 1300-Write-Line.

       9000-Terminate.
           If CustFileOpen
              Close CustMasterFile
           End-If
           If ProductionRequested
              Close ProductionFile
              Display "RecProd: customer " Parm-Customer-Number
                      " accounts=" AccountCount
                      " entries=" EntriesProduced
                      " duplicates dropped=" DuplicatesDropped
                      " pages=" PageNumber
           End-If.

       End program "RecProd".
