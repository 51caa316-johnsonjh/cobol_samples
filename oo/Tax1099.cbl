      *----------------------------------------------------------------*
      * Year-end customer tax reporting extract.  Where IntYrRpt       *
      * totals interest per account and per owner NAME, tax reporting  *
      * is per PERSON: this run totals every type-I interest entry per *
      * account across the journal (point the JRNLFILE DD at the       *
      * year's rolled generations plus the active file) and the        *
      * JRNLHIST archive, attributes each account's total to the       *
      * customers behind its Master-Owner-Cust-Id slots, folds the     *
      * A customer over the reporting threshold (TAXTHRES, default     *
      * $10.00) with a missing or blank tax ID comes out on the        *
      * TAXEXCP exception listing instead, so the W-9 can be chased    *
      * before January; interest on an account with no customer behind *
      * an owner slot is listed there too rather than being silently   *
      * dropped.  Beside it, IRA interest is left off the 1099-INT and *
      * every IRA is reported from the IRAYEAR ledger on the IRAEXTR   *
      * extract -- a 5498 row for its contributions and value and a    *
      * 1099-R row per distribution code paid.  Backup withholding     *
      * kept back from the interest (journal type T) is totalled the   *
      * same way and carried on the taxpayer's TAXEXTR record.         *
      ******************************************************************
       Identification division.
       Program-id. "Tax1099" recursive.
           Select TaxExtractFile Assign to "TAXEXTR"
               Organization is Sequential
               File Status is ExtractFileStatus.
           Select IraYearFile Assign to "IRAYEAR"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is IraYr-Key
               File Status is IraYearStatus.
           Select IraExtractFile Assign to "IRAEXTR"
               Organization is Sequential
               File Status is IraExtractStatus.
           Select ExceptionReport Assign to "TAXEXCP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
           05 Extr-Interest-Paid    pic 9(11).
           05 Extr-Tax-Year         pic 9(04).
           05 Filler                pic X(05).
      *  federal income tax withheld -- backup withholding, 1099-INT
      *  box 4
           05 Extr-Backup-Withheld  pic 9(11).
       FD  IraYearFile.
           Copy IraYear.
       FD  IraExtractFile.
           Copy IraExtr.
       FD  ExceptionReport.
       01  Report-Line              pic X(80).
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Account-Number   pic 9(6).
           05 Sort-Amount           pic S9(9) binary.
           05 Sort-Withheld         pic S9(9) binary.

       Working-Storage Section.
       01  JournalFileStatus      pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  ExtractFileStatus      pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.
       01  IraYearStatus          pic X(02) value spaces.
           88 IraYearOK              value "00".
       01  IraExtractStatus       pic X(02) value spaces.

       01  JournalEOF-Switch      pic X(01) value "N".
           88 NoMoreJournalRecords   value "Y".
           88 CustSlotMatched        value "Y".
       01  TaxMatch-Switch        pic X(01) value "N".
           88 TaxSlotMatched         value "Y".
       01  AcctScanEOF-Switch     pic X(01) value "N".
           88 NoMoreAccounts         value "Y".
       01  IraRow-Switch          pic X(01) value "N".
           88 IraRowMissing          value "Y".

       01  Today                  pic 9(8).
       01  Tax-Year               pic 9(4) value zero.
       01  Report-Threshold       pic 9(9) value 1000.
       01  Current-Account        pic 9(6) value zero.
       01  Account-Interest       pic S9(11) binary value zero.
       01  Account-Withheld       pic S9(11) binary value zero.
       01  Owner-Index            pic 9(1) value zero.
       01  Cust-Search            pic 9(5) value zero.
       01  Tax-Search             pic 9(5) value zero.
       01  Working-Tax-Id         pic X(9) value spaces.

       01  ExtractsWritten        pic 9(7) value zero.
       01  IraFormsWritten        pic 9(7) value zero.
       01  ExceptionsListed       pic 9(7) value zero.

      *****************************************************************
                 depending on CustCount.
              10 Cust-Id-Key        pic 9(6).
              10 Cust-Interest      pic S9(11) binary.
              10 Cust-Withheld      pic S9(11) binary.

      *****************************************************************
      * Per-taxpayer fold of the customer totals -- two customer      *
              10 Tax-Id-Key         pic X(9).
              10 Tax-First-Cust     pic 9(6).
              10 Tax-Interest       pic S9(11) binary.
              10 Tax-Withheld       pic S9(11) binary.

       01  Heading-Line-1.
           05 Filler              pic X(34) value
           05 Filler              pic X(15) value "   EXCEPTIONS: ".
           05 S-Exceptions        pic ZZZ,ZZ9.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
               Output Procedure is 3000-Total-Accounts
           Perform 5000-Fold-Customers-To-Taxpayers
           Perform 6000-Write-Extract-Records
           Perform 7000-Write-Ira-Extracts
           Perform 9000-Terminate
           Goback.

           Display "Tax1099: year-end tax extract starting"
           Call "GetBusDate" using Today
           Compute Tax-Year = Today / 10000
           Move "Tax1099" to Parm-Req-Program
           Move Report-Threshold to Threshold-Env-Value
           Move "TAXTHRES" to Parm-Req-Name
           Move Threshold-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Threshold-Env-Value
           If Threshold-Env-Value is numeric
              Move Threshold-Env-Value to Report-Threshold
           End-If

       2200-Release-One-Archive-Entry.
           Move Archive-Journal-Record to Journal-Record
           Perform 2500-Release-Tax-Entry
           Perform 2100-Read-Archive.

       2300-Read-Journal.
           End-If.

       2400-Release-One-Journal-Entry.
           Perform 2500-Release-Tax-Entry
           Perform 2300-Read-Journal.

      *****************************************************************
      * Interest entries feed the interest total and backup-          *
      * withholding entries the tax withheld from it.                  *
      *****************************************************************
       2500-Release-Tax-Entry.
           If Journal-Interest
              Move Journal-Account-Number to Sort-Account-Number
              Move Journal-Amount         to Sort-Amount
              Move zero                   to Sort-Withheld
              Release Sort-Record
           End-If
           If Journal-Backup-Withheld
              Move Journal-Account-Number to Sort-Account-Number
              Move zero                   to Sort-Amount
              Move Journal-Amount         to Sort-Withheld
              Release Sort-Record
           End-If.

       3000-Total-Accounts.
           Move "N" to SortEOF-Switch
              End-If
              Move Sort-Account-Number to Current-Account
              Move zero to Account-Interest
              Move zero to Account-Withheld
              Move "Y" to GroupOpen-Switch
           End-If
           Add Sort-Amount to Account-Interest
           Add Sort-Withheld to Account-Withheld
           Perform 3100-Return-Entry.

      *****************************************************************
           Read AcctMasterFile
               Invalid Key
                   Move zero to Master-Owner-Count
                   Move space to Master-Account-Type
           End-Read
      *  interest earned inside an IRA is not 1099-INT income; the
      *  account reports on the 5498 and 1099-R instead
           If Master-Type-IRA
              Exit Paragraph
           End-If
           If Master-Owner-Count = zero
              If Account-Interest >= Report-Threshold
                 Move zero to D-Customer
                 Move Working-Cust-Id to Cust-Id-Key(CustCount)
                 Move zero to Cust-Interest(CustCount)
                 Add Account-Interest to Cust-Interest(CustCount)
                 Move Account-Withheld to Cust-Withheld(CustCount)
              End-If
           End-If.

       3710-Match-One-Customer.
           If Cust-Id-Key(Cust-Search) = Working-Cust-Id
              Add Account-Interest to Cust-Interest(Cust-Search)
              Add Account-Withheld to Cust-Withheld(Cust-Search)
              Set CustSlotMatched to true
           End-If.

                   to Tax-First-Cust(TaxCount)
                 Move Cust-Interest(Cust-Search)
                   to Tax-Interest(TaxCount)
                 Move Cust-Withheld(Cust-Search)
                   to Tax-Withheld(TaxCount)
              End-If
           End-If.

           If Tax-Id-Key(Tax-Search) = Working-Tax-Id
              Add Cust-Interest(Cust-Search)
                to Tax-Interest(Tax-Search)
              Add Cust-Withheld(Cust-Search)
                to Tax-Withheld(Tax-Search)
              Set TaxSlotMatched to true
           End-If.

           Move Cust-Zip               to Extr-Zip
           Move Tax-Interest(Tax-Search) to Extr-Interest-Paid
           Move Tax-Year               to Extr-Tax-Year
           Move Tax-Withheld(Tax-Search) to Extr-Backup-Withheld
           Write Tax-Extract-Record
           Add 1 to ExtractsWritten.

      *****************************************************************
      * The IRA forms.  Every type-R account on the master is looked  *
      * up on the IRAYEAR ledger for the tax year: a 5498 row when it *
      * took contributions or still holds a balance, and a 1099-R row *
      * per distribution code it paid out under.  The taxpayer is the *
      * owner the account's interest would report to, and a missing   *
      * tax ID is listed for the W-9 chase rather than extracted.      *
      *****************************************************************
       7000-Write-Ira-Extracts.
           If not AcctMasterOK
              Exit Paragraph
           End-If
           Open Input IraYearFile
           Open Output IraExtractFile
           Move zero to Master-Account-Number
           Start AcctMasterFile Key is not < Master-Account-Number
               Invalid Key
                   Move "Y" to AcctScanEOF-Switch
           End-Start
           Perform 7100-Read-Next-Account
           Perform 7200-Report-One-Account
               Until NoMoreAccounts
           Close IraExtractFile
           If IraYearOK
              Close IraYearFile
           End-If.

       7100-Read-Next-Account.
           If not NoMoreAccounts
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to AcctScanEOF-Switch
              End-Read
           End-If.

       7200-Report-One-Account.
           If not Master-Type-IRA
              Perform 7100-Read-Next-Account
              Exit Paragraph
           End-If
           Move Master-Account-Number to IraYr-Account-Number
           Move Tax-Year              to IraYr-Tax-Year
           Move "N" to IraRow-Switch
           If IraYearOK
              Read IraYearFile
                  Invalid Key
                      Move "Y" to IraRow-Switch
              End-Read
           Else
              Move "Y" to IraRow-Switch
           End-If
           If IraRowMissing
              Move zero to IraYr-Contributions IraYr-Rollover-In
                           IraYr-Dist-Normal IraYr-Dist-Early
                           IraYr-Dist-Rollover
                           IraYr-Withheld-Normal
                           IraYr-Withheld-Early
           End-If
           If IraYr-Contributions = zero and IraYr-Rollover-In = zero
                 and IraYr-Dist-Normal = zero
                 and IraYr-Dist-Early = zero
                 and IraYr-Dist-Rollover = zero
                 and Master-Account-Balance not > zero
              Perform 7100-Read-Next-Account
              Exit Paragraph
           End-If

           Perform 3550-Pick-Attribution-Slot
           Move Attribution-Cust-Id to Cust-Number
           Move spaces to Cust-Name Cust-Tax-Id
           If Attribution-Cust-Id not = zero and CustMasterOK
              Read CustMasterFile
                  Invalid Key
                      Move spaces to Cust-Name Cust-Tax-Id
              End-Read
           End-If
           If Cust-Tax-Id = spaces or Cust-Tax-Id = low-values
                 or Cust-Tax-Id = "000000000"
              Move Attribution-Cust-Id to D-Customer
              Move Cust-Name to D-Name
              Move zero to D-Interest
              Move "IRA - MISSING TAX ID" to D-Reason
              Move Detail-Line to Report-Line
              Write Report-Line
              Add 1 to ExceptionsListed
              Perform 7100-Read-Next-Account
              Exit Paragraph
           End-If

           Move spaces to Ira-Extract-Record
           Move Tax-Year              to IraX-Tax-Year
           Move Master-Account-Number to IraX-Account-Number
           Move Cust-Tax-Id           to IraX-Tax-Id
           Move Cust-Name             to IraX-Name
           Move Cust-Address-1        to IraX-Address-1
           Move Cust-Address-2        to IraX-Address-2
           Move Cust-City             to IraX-City
           Move Cust-State            to IraX-State
           Move Cust-Zip              to IraX-Zip
           Move zero to IraX-Contributions IraX-Rollover-In
                        IraX-Year-End-Value IraX-Gross-Distribution
                        IraX-Fed-Withheld

           If IraYr-Contributions > zero or IraYr-Rollover-In > zero
                 or Master-Account-Balance > zero
              Set IraX-Form-5498 to true
              Move IraYr-Contributions    to IraX-Contributions
              Move IraYr-Rollover-In      to IraX-Rollover-In
              If Master-Account-Balance > zero
                 Move Master-Account-Balance to IraX-Year-End-Value
              End-If
              Move space to IraX-Dist-Code
              Perform 7900-Write-Ira-Form
              Move zero to IraX-Contributions IraX-Rollover-In
                           IraX-Year-End-Value
           End-If

           Set IraX-Form-1099R to true
           If IraYr-Dist-Normal > zero
              Move IraYr-Dist-Normal     to IraX-Gross-Distribution
              Move IraYr-Withheld-Normal to IraX-Fed-Withheld
              Move "7" to IraX-Dist-Code
              Perform 7900-Write-Ira-Form
           End-If
           If IraYr-Dist-Early > zero
              Move IraYr-Dist-Early      to IraX-Gross-Distribution
              Move IraYr-Withheld-Early  to IraX-Fed-Withheld
              Move "1" to IraX-Dist-Code
              Perform 7900-Write-Ira-Form
           End-If
           If IraYr-Dist-Rollover > zero
              Move IraYr-Dist-Rollover   to IraX-Gross-Distribution
              Move zero                  to IraX-Fed-Withheld
              Move "G" to IraX-Dist-Code
              Perform 7900-Write-Ira-Form
           End-If
           Perform 7100-Read-Next-Account.

       7900-Write-Ira-Form.
           Write Ira-Extract-Record
           Add 1 to IraFormsWritten.

       9000-Terminate.
           Move ExtractsWritten  to S-Extracts
           Move ExceptionsListed to S-Exceptions
              Close CustMasterFile
           End-If
           Display "Tax1099: taxpayers extracted=" ExtractsWritten
                   " IRA forms=" IraFormsWritten
                   " exceptions=" ExceptionsListed.

       End program "Tax1099".
