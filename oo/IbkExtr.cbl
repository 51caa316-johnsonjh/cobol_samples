       cbl thread,pgmname(longmixed)
      ******************************************************************
      * IbkExtr.cbl                                                    *
      *----------------------------------------------------------------*
      * Internet-banking account extract (NightlyRun stage 36, after  *
      * everything that moves money tonight and ahead of the journal  *
      * roll).  Walks CUSTXREF in customer order and, for every       *
      * account linked to a customer, writes the account's balance    *
      * record -- ledger balance, available balance (ledger less the  *
      * hold bucket), the hold bucket, status and currency -- then    *
      * the account's last five postings off ACCTRECNT and each of    *
      * its active holds off HOLDFILE, to the IBKEXTR file the        *
      * internet-banking vendor loads for the customer's online       *
      * screens.  Closed and charged-off accounts are left out; a      *
      * cross-reference row whose account is no longer on ACCTMAST    *
      * is counted and skipped.  The file carries HEADER/TRAILR       *
      * controls so the vendor can tell a truncated transmission from *
      * a quiet night.  The extract only reads; it never stops the    *
      * night.                                                         *
      ******************************************************************
       Identification division.
       Program-id. "IbkExtr" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select AcctRecentFile Assign to "ACCTRECNT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is AcctRecent-Account-Number
               File Status is AcctRecentStatus.
           Select HoldLedgerFile Assign to "HOLDFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hold-Key
               File Status is HoldLedgerStatus.
           Select IbkExtractFile Assign to "IBKEXTR"
               Organization is Sequential
               File Status is IbkExtractStatus.
       Data Division.
       File Section.
       FD  CustXrefFile.
           Copy CustXref.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  AcctRecentFile.
           Copy AcctRecent.
       FD  HoldLedgerFile.
           Copy HoldRec.
       FD  IbkExtractFile.
           Copy IbkExt.

       Working-Storage Section.
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  AcctRecentStatus       pic X(02) value spaces.
           88 AcctRecentOK           value "00".
       01  HoldLedgerStatus       pic X(02) value spaces.
           88 HoldLedgerOK           value "00".
       01  IbkExtractStatus       pic X(02) value spaces.
           88 IbkExtractOK           value "00".

       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreAccountHolds     value "Y".
       01  Recent-Switch          pic X(01) value "N".
           88 RecentFileOpen         value "Y".
       01  HoldFile-Switch        pic X(01) value "N".
           88 HoldFileOpen           value "Y".
       01  Xref-Switch            pic X(01) value "N".
           88 XrefFileOpen           value "Y".
       01  Master-Switch          pic X(01) value "N".
           88 MasterFileOpen         value "Y".
       01  Extract-Switch         pic X(01) value "N".
           88 ExtractFileOpen        value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Recent-Index           pic 9(1) value zero.

       01  Extract-Record-Count   pic 9(7) value zero.
       01  Extract-Balance-Hash   pic S9(13) value zero.

       01  XrefRowsRead           pic 9(7) value zero.
       01  AccountsExtracted      pic 9(7) value zero.
       01  AccountsSkipped        pic 9(7) value zero.
       01  ActivityWritten        pic 9(7) value zero.
       01  HoldsWritten           pic 9(7) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Extract-One-Link
               Until NoMoreXrefRecords
           Perform 9000-Terminate
           Move zero to Return-Code
           Goback.

       1000-Initialize.
           Display "IbkExtr: internet-banking extract starting"
           Call "GetBusDate" using Business-Date
           Open Output IbkExtractFile
           If not IbkExtractOK
              Display "IbkExtr: unable to open IBKEXTR, rc="
                      IbkExtractStatus
              Move "Y" to XrefEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to Extract-Switch
           Move spaces to Ibk-Extract-Record
           Move zero to Ibx-Customer-Number Ibx-Account-Number
           Set Ibx-Ctl-Header to true
           Move Business-Date to Ibx-Ctl-Business-Date
           Move 1 to Ibx-Ctl-File-Seq
           Move zero to Ibx-Ctl-Record-Count Ibx-Ctl-Amount-Hash
           Write Ibk-Extract-Record

           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "IbkExtr: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to XrefEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to Master-Switch
      *  no ACCTRECNT or HOLDFILE just means no activity or no holds
      *  go out -- the balances still do
           Open Input AcctRecentFile
           If AcctRecentOK
              Move "Y" to Recent-Switch
           End-If
           Open Input HoldLedgerFile
           If HoldLedgerOK
              Move "Y" to HoldFile-Switch
           End-If

           Open Input CustXrefFile
           If not CustXrefOK
              Display "IbkExtr: unable to open CUSTXREF, rc="
                      CustXrefStatus
              Move "Y" to XrefEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to Xref-Switch
           Perform 1100-Read-Xref.

       1100-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
                  Not At End
                      Add 1 to XrefRowsRead
              End-Read
           End-If.

      *****************************************************************
      * One customer-to-account link: the account's balance record,   *
      * then its recent activity, then its active holds, all under    *
      * the customer's number so the vendor files them together.      *
      *****************************************************************
       2000-Extract-One-Link.
           Move Xref-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Add 1 to AccountsSkipped
                   Perform 1100-Read-Xref
                   Exit Paragraph
           End-Read
           If Master-Status-Closed or Master-Status-ChargedOff
              Add 1 to AccountsSkipped
              Perform 1100-Read-Xref
              Exit Paragraph
           End-If

           Perform 2100-Write-Balance-Record
           If RecentFileOpen
              Perform 2200-Write-Recent-Activity
           End-If
           If HoldFileOpen
              Perform 2300-Write-Active-Holds
           End-If
           Add 1 to AccountsExtracted
           Perform 1100-Read-Xref.

       2100-Write-Balance-Record.
           Move spaces to Ibk-Extract-Record
           Move Xref-Customer-Number   to Ibx-Customer-Number
           Set Ibx-Balance-Record to true
           Move Master-Account-Number  to Ibx-Account-Number
           Move Master-Account-Type    to Ibx-Account-Type
           Move Master-Account-Status  to Ibx-Account-Status
           Move Xref-Owner-Type        to Ibx-Owner-Type
           Move Master-Currency-Code   to Ibx-Currency-Code
           Move Master-Account-Balance to Ibx-Ledger-Balance
           Compute Ibx-Available-Balance =
               Master-Account-Balance - Master-Hold-Amount
           Move Master-Hold-Amount     to Ibx-Held-Total
           Add Master-Account-Balance  to Extract-Balance-Hash
           Perform 2900-Write-Extract-Record.

      *  oldest first, the order the entries sit on ACCTRECNT
       2200-Write-Recent-Activity.
           Move Master-Account-Number to AcctRecent-Account-Number
           Read AcctRecentFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Perform 2210-Write-One-Activity
               Varying Recent-Index from 1 by 1
               Until Recent-Index > AcctRecent-Entries-Found
                  or Recent-Index > 5.

       2210-Write-One-Activity.
           Move spaces to Ibk-Extract-Record
           Move Xref-Customer-Number  to Ibx-Customer-Number
           Set Ibx-Activity-Record to true
           Move Master-Account-Number to Ibx-Account-Number
           Move AcctRecent-Type(Recent-Index)
             to Ibx-Activity-Type
           Move AcctRecent-Date(Recent-Index)
             to Ibx-Activity-Date
           Move AcctRecent-Amount(Recent-Index)
             to Ibx-Activity-Amount
           Move AcctRecent-Balance(Recent-Index)
             to Ibx-Activity-Balance
           Add 1 to ActivityWritten
           Perform 2900-Write-Extract-Record.

      *****************************************************************
      * The account's own hold-ledger records, by a keyed Start at    *
      * sequence zero and reading forward until the account number    *
      * changes; released holds are history and stay off the extract. *
      *****************************************************************
       2300-Write-Active-Holds.
           Move "N" to HoldEOF-Switch
           Move Master-Account-Number to Hold-Account-Number
           Move zero to Hold-Seq
           Start HoldLedgerFile Key is Not Less Than Hold-Key
               Invalid Key
                   Move "Y" to HoldEOF-Switch
           End-Start
           Perform 2310-Read-Hold
           Perform 2320-Write-One-Hold
               Until NoMoreAccountHolds.

       2310-Read-Hold.
           If not NoMoreAccountHolds
              Read HoldLedgerFile Next Record
                  At End
                      Move "Y" to HoldEOF-Switch
              End-Read
           End-If.

       2320-Write-One-Hold.
           If Hold-Account-Number not = Master-Account-Number
              Move "Y" to HoldEOF-Switch
              Exit Paragraph
           End-If
           If Hold-Is-Active
              Move spaces to Ibk-Extract-Record
              Move Xref-Customer-Number  to Ibx-Customer-Number
              Set Ibx-Hold-Record to true
              Move Master-Account-Number to Ibx-Account-Number
              Move Hold-Seq              to Ibx-Hold-Seq
              Move Hold-Amount           to Ibx-Hold-Amount
              Move Hold-Reason-Code      to Ibx-Hold-Reason
              Move Hold-Placed-Date      to Ibx-Hold-Placed-Date
              Move Hold-Expiry-Date      to Ibx-Hold-Expiry-Date
              Add 1 to HoldsWritten
              Perform 2900-Write-Extract-Record
           End-If
           Perform 2310-Read-Hold.

       2900-Write-Extract-Record.
           Write Ibk-Extract-Record
           Add 1 to Extract-Record-Count.

       9000-Terminate.
           If ExtractFileOpen
              Move spaces to Ibk-Extract-Record
              Move zero to Ibx-Customer-Number Ibx-Account-Number
              Set Ibx-Ctl-Trailer to true
              Move Business-Date        to Ibx-Ctl-Business-Date
              Move 1                    to Ibx-Ctl-File-Seq
              Move Extract-Record-Count to Ibx-Ctl-Record-Count
              Move Extract-Balance-Hash to Ibx-Ctl-Amount-Hash
              Write Ibk-Extract-Record
              Close IbkExtractFile
           End-If
           If XrefFileOpen
              Close CustXrefFile
           End-If
           If MasterFileOpen
              Close AcctMasterFile
           End-If
           If RecentFileOpen
              Close AcctRecentFile
           End-If
           If HoldFileOpen
              Close HoldLedgerFile
           End-If
           Display "IbkExtr: links read=" XrefRowsRead
                   " accounts=" AccountsExtracted
                   " skipped=" AccountsSkipped
                   " activity=" ActivityWritten
                   " holds=" HoldsWritten.

       End program "IbkExtr".
