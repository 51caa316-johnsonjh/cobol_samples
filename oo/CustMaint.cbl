      *----------------------------------------------------------------*
      * Customer-master maintenance batch.  Applies CUSTTXN requests   *
      * against the keyed CUSTMAST file: add, change, inactivate       *
      * (customer rows are never physically deleted), and link -- an   *
      * "L" request stamps the customer number into the ACCTMAST owner *
      * slot whose owner name matches, so existing accounts pick their *
      * customers up without re-keying the owner table.  An "X"        *
      * request records a customer's reported date of death.  A "B"    *
      * request records the date of birth on the CUSTEXT extension     *
      * file, a "W" request sets or clears the backup-withholding      *
      * status there, and an "E" request sets the customer's remote    *
      * deposit capture daily limit there.  An "H" request confirms    *
      * the household HhBuild proposed for the customer, and an "S"   *
      * request splits the customer out of a household on HOUSEHLD.   *
      * Every add and change to a CUSTMAST row is logged with its      *
      * before/after image on the CUSTHIST change history (CustHLog).  *
      ******************************************************************
       Identification division.
       Program-id. "CustMaint" recursive.
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
           Select HouseholdFile Assign to "HOUSEHLD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hh-Customer-Number
               File Status is HouseholdStatus.
       Data Division.
       File Section.
       FD  CustTxnFile.
           Copy AcctRec.
       FD  CustXrefFile.
           Copy CustXref.
       FD  CustExtFile.
           Copy CustExt.
       FD  HouseholdFile.
           Copy Househld.

       Working-Storage Section.
       01  CustXrefStatus         pic X(02) value spaces.
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  Linked-Slot            pic 9(1) value zero.
       01  CustTxnFileStatus      pic X(02) value spaces.
           88 CustTxnFileOK          value "00".
       01  LinkDone-Switch        pic X(01) value "N".
           88 OwnerSlotLinked        value "Y".
       01  Owner-Index            pic 9(1) value zero.
       01  AddrChg-Switch         pic X(01) value "N".
           88 AddressWasChanged      value "Y".

      *  every change to a CUSTMAST row goes to the CUSTHIST change
      *  history with the row as it stood before (see CustHLog)
       01  Before-Customer-Image  pic X(147) value spaces.
       01  History-Change-Type    pic X(01) value spaces.
       01  No-Operator-Id         pic X(08) value spaces.

       01  TxnsApplied            pic 9(07) value zero.
       01  TxnsRejected           pic 9(07) value zero.
       01  Slot-Found             pic 9(1) value zero.
       01  Method-Result          pic X(01) value "N".

      *  the household a confirm or split is working on, off its
      *  head's row: the members left in it and who heads it now
       01  HouseholdStatus        pic X(02) value spaces.
           88 HouseholdOK            value "00".
       01  Split-Address-Key      pic X(35) value spaces.
       01  Split-Surname          pic X(20) value spaces.
       01  Household-Head         pic 9(6) value zero.
       01  Member-Index           pic 9(2) value zero.
       01  Drop-Index             pic 9(2) value zero.
       01  Kept-Count             pic 9(2) value zero.
       01  Kept-Member-Table.
           05 Kept-Member         pic 9(6) occurs 10 times.

       Local-storage section.
       01  workingAccount         usage object reference Account.

                   Perform 2500-Remove-Owner
               When CustTxn-Promote-Owner
                   Perform 2600-Promote-Owner
               When CustTxn-Record-Death
                   Perform 2700-Record-Date-Of-Death
               When CustTxn-Record-Birth
                   Perform 2800-Record-Date-Of-Birth
               When CustTxn-Backup-Withholding
                   Perform 2900-Record-Backup-Withholding
               When CustTxn-Rdc-Enrollment
                   Perform 2950-Record-Rdc-Enrollment
               When CustTxn-Confirm-Household
                   Perform 2960-Confirm-Household
               When CustTxn-Split-Household
                   Perform 2970-Split-Household
               When Other
                   Display "CustMaint: unknown action "
                       CustTxn-Action " for customer "
              Move "P" to Cust-Delivery-Pref
           End-If
           Set Cust-Is-Active     to true
           Move zero              to Cust-Date-Of-Death
           Move Business-Date     to Cust-Last-Maint-Date
           Write Customer-Record
               Invalid Key
                           " already exists, add rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Move spaces to Before-Customer-Image
                   Move "A" to History-Change-Type
                   Perform 2990-Log-Customer-History
                   Add 1 to TxnsApplied
           End-Write.

                           " not on file, change rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Move Customer-Record to Before-Customer-Image
                   Move "N" to AddrChg-Switch
                   If CustTxn-Address-1 not = Cust-Address-1
                         or CustTxn-Address-2 not = Cust-Address-2
                         or CustTxn-City not = Cust-City
                         or CustTxn-State not = Cust-State
                         or CustTxn-Zip not = Cust-Zip
                      Move "Y" to AddrChg-Switch
                   End-If
                   Move CustTxn-Name      to Cust-Name
                   Move CustTxn-Address-1 to Cust-Address-1
                   Move CustTxn-Address-2 to Cust-Address-2
                   End-If
                   Move Business-Date to Cust-Last-Maint-Date
                   Rewrite Customer-Record
                   Move "C" to History-Change-Type
                   Perform 2990-Log-Customer-History
      *  the new-account fraud monitor watches for address changes
                   If AddressWasChanged
                      Call "AddrChg" using Cust-Number Business-Date
                   End-If
                   Add 1 to TxnsApplied
           End-Read.

                           " not on file, inactivate rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Move Customer-Record to Before-Customer-Image
                   Set Cust-Is-Inactive to true
                   Rewrite Customer-Record
                   Move "I" to History-Change-Type
                   Perform 2990-Log-Customer-History
                   Add 1 to TxnsApplied
           End-Read.

              Add 1 to TxnsRejected
           End-If.

      *****************************************************************
      * Records the reported date of death.  Nothing else about the   *
      * customer changes here -- the nightly DecdProc stage picks the *
      * date up and works the accounts, standing orders and benefit   *
      * credits from it.                                               *
      *****************************************************************
       2700-Record-Date-Of-Death.
           If CustTxn-Death-Date not numeric
                 or CustTxn-Death-Date = zero
                 or CustTxn-Death-Date > Business-Date
              Display "CustMaint: customer " CustTxn-Number
                      " date of death " CustTxn-Death-Date
                      " is not a valid past date, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Display "CustMaint: customer " CustTxn-Number
                           " not on file, date of death rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Move Customer-Record to Before-Customer-Image
                   Move CustTxn-Death-Date to Cust-Date-Of-Death
                   Move Business-Date to Cust-Last-Maint-Date
                   Rewrite Customer-Record
                   Move "D" to History-Change-Type
                   Perform 2990-Log-Customer-History
                   Add 1 to TxnsApplied
           End-Read.

      *****************************************************************
      * Records the date of birth on the CUSTEXT extension row --     *
      * CUSTREC has no room left for it.  The customer must be on     *
      * CUSTMAST; the extension row is written on first use and       *
      * rewritten after that.                                          *
      *****************************************************************
       2800-Record-Date-Of-Birth.
           If CustTxn-Birth-Date not numeric
                 or CustTxn-Birth-Date = zero
                 or CustTxn-Birth-Date > Business-Date
              Display "CustMaint: customer " CustTxn-Number
                      " date of birth " CustTxn-Birth-Date
                      " is not a valid past date, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Display "CustMaint: customer " CustTxn-Number
                           " not on file, date of birth rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Open I-O CustExtFile
           If CustExtStatus = "35"
              Open Output CustExtFile
              Close CustExtFile
              Open I-O CustExtFile
           End-If
           If not CustExtOK
              Display "CustMaint: unable to open CUSTEXT, rc="
                      CustExtStatus
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move spaces to Cust-Ext-Record
                   Move zero to CustExt-Backup-Wh-Date
                   Move zero to CustExt-Rdc-Daily-Limit
                   Move zero to CustExt-Rdc-Usage-Date
                   Move zero to CustExt-Rdc-Used-Today
                   Move zero to CustExt-Address-Chg-Date
                   Move zero to CustExt-Mail-Returned-Date
                   Move CustTxn-Number to CustExt-Number
                   Move CustTxn-Birth-Date to CustExt-Date-Of-Birth
                   Move Business-Date to CustExt-Last-Maint-Date
                   Write Cust-Ext-Record
               Not Invalid Key
                   Move CustTxn-Birth-Date to CustExt-Date-Of-Birth
                   Move Business-Date to CustExt-Last-Maint-Date
                   Rewrite Cust-Ext-Record
           End-Read
           Close CustExtFile
           Add 1 to TxnsApplied.

      *****************************************************************
      * Sets or clears the customer's backup-withholding status on    *
      * the CUSTEXT row -- "B" when the IRS B-notice comes in, "M"    *
      * while the TIN is outstanding, space once a certified TIN is   *
      * on file.  Interest paid to the customer's accounts is         *
      * withheld on from the next posting.                             *
      *****************************************************************
       2900-Record-Backup-Withholding.
           Move CustTxn-Backup-Wh-Status to CustExt-Backup-Wh-Status
           If not CustExt-Backup-Wh-Valid
              Display "CustMaint: customer " CustTxn-Number
                      " backup-withholding status "
                      CustTxn-Backup-Wh-Status " is not valid, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Display "CustMaint: customer " CustTxn-Number
                           " not on file, withholding status rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Open I-O CustExtFile
           If CustExtStatus = "35"
              Open Output CustExtFile
              Close CustExtFile
              Open I-O CustExtFile
           End-If
           If not CustExtOK
              Display "CustMaint: unable to open CUSTEXT, rc="
                      CustExtStatus
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move spaces to Cust-Ext-Record
                   Move CustTxn-Number to CustExt-Number
                   Move zero to CustExt-Date-Of-Birth
                   Move zero to CustExt-Rdc-Daily-Limit
                   Move zero to CustExt-Rdc-Usage-Date
                   Move zero to CustExt-Rdc-Used-Today
                   Move zero to CustExt-Address-Chg-Date
                   Move zero to CustExt-Mail-Returned-Date
                   Move CustTxn-Backup-Wh-Status
                     to CustExt-Backup-Wh-Status
                   Move Business-Date to CustExt-Backup-Wh-Date
                   Move Business-Date to CustExt-Last-Maint-Date
                   Write Cust-Ext-Record
               Not Invalid Key
                   Move CustTxn-Backup-Wh-Status
                     to CustExt-Backup-Wh-Status
                   Move Business-Date to CustExt-Backup-Wh-Date
                   Move Business-Date to CustExt-Last-Maint-Date
                   Rewrite Cust-Ext-Record
           End-Read
           Close CustExtFile
           Add 1 to TxnsApplied.

      *****************************************************************
      * Enrolls the customer for remote deposit capture, or changes   *
      * the enrollment, by setting the RDC daily limit on the CUSTEXT *
      * row; a limit of zero withdraws it, and RdcPost then refuses   *
      * the customer's scanned items.  The day's running total is     *
      * left alone, so a limit lowered mid-day takes effect against   *
      * what has already been accepted.                                *
      *****************************************************************
       2950-Record-Rdc-Enrollment.
           If CustTxn-Rdc-Daily-Limit not numeric
              Display "CustMaint: customer " CustTxn-Number
                      " RDC daily limit is not numeric, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Display "CustMaint: customer " CustTxn-Number
                           " not on file, RDC enrollment rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Open I-O CustExtFile
           If CustExtStatus = "35"
              Open Output CustExtFile
              Close CustExtFile
              Open I-O CustExtFile
           End-If
           If not CustExtOK
              Display "CustMaint: unable to open CUSTEXT, rc="
                      CustExtStatus
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move spaces to Cust-Ext-Record
                   Move CustTxn-Number to CustExt-Number
                   Move zero to CustExt-Date-Of-Birth
                   Move zero to CustExt-Backup-Wh-Date
                   Move CustTxn-Rdc-Daily-Limit
                     to CustExt-Rdc-Daily-Limit
                   Move zero to CustExt-Rdc-Usage-Date
                   Move zero to CustExt-Rdc-Used-Today
                   Move zero to CustExt-Address-Chg-Date
                   Move zero to CustExt-Mail-Returned-Date
                   Move Business-Date to CustExt-Last-Maint-Date
                   Write Cust-Ext-Record
               Not Invalid Key
                   Move CustTxn-Rdc-Daily-Limit
                     to CustExt-Rdc-Daily-Limit
                   Move Business-Date to CustExt-Last-Maint-Date
                   Rewrite Cust-Ext-Record
           End-Read
           Close CustExtFile
           Add 1 to TxnsApplied.

      *****************************************************************
      * Confirms the household HhBuild proposed for the customer:     *
      * every member's HOUSEHLD row, head's included, goes to         *
      * confirmed together, so one request from any member settles    *
      * the whole household.  An "H" against a customer split out of  *
      * a household lifts the split, and the next proposal run may    *
      * group the customer again.                                      *
      *****************************************************************
       2960-Confirm-Household.
           Open I-O HouseholdFile
           If not HouseholdOK
              Display "CustMaint: unable to open HOUSEHLD, rc="
                      HouseholdStatus ", household for customer "
                      CustTxn-Number " not confirmed"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CustTxn-Number to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Display "CustMaint: customer " CustTxn-Number
                           " is in no proposed household, confirm "
                           "rejected"
                   Add 1 to TxnsRejected
                   Close HouseholdFile
                   Exit Paragraph
           End-Read
           Evaluate True
               When Hh-Kept-Apart
                   Delete HouseholdFile Record
                   Add 1 to TxnsApplied
               When Hh-Confirmed
                   Display "CustMaint: customer " CustTxn-Number
                           " household " Hh-Number
                           " is already confirmed"
                   Add 1 to TxnsRejected
               When Other
                   Perform 2965-Load-Household-Members
                   Perform 2962-Confirm-One-Member
                       Varying Member-Index from 1 by 1
                       Until Member-Index > Kept-Count
                   Add 1 to TxnsApplied
           End-Evaluate
           Close HouseholdFile.

       2962-Confirm-One-Member.
           Move Kept-Member(Member-Index) to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Set Hh-Confirmed to true
           Move Business-Date to Hh-Confirmed-Date
           Rewrite Household-Record.

      *****************************************************************
      * Reads the head's row of the household on the row just read,   *
      * keeping its member list in Kept-Member-Table.                 *
      *****************************************************************
       2965-Load-Household-Members.
           Move Hh-Number to Household-Head
           Move Hh-Address-Key to Split-Address-Key
           Move Hh-Surname to Split-Surname
           Move zero to Kept-Count
           Move zeros to Kept-Member-Table
           Move Household-Head to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Move Hh-Member-Count to Kept-Count
           If Kept-Count > 10
              Move 10 to Kept-Count
           End-If
           Perform 2966-Keep-One-Member
               Varying Member-Index from 1 by 1
               Until Member-Index > Kept-Count.

       2966-Keep-One-Member.
           Move Hh-Member-Number(Member-Index)
             to Kept-Member(Member-Index).

      *****************************************************************
      * Splits the customer out of the household and keeps the        *
      * customer apart: the customer's row becomes a household of one *
      * in status "S", which HhBuild leaves alone.  The members left  *
      * behind stay grouped, under the next member when the head is   *
      * the one leaving; a household left with one member is         *
      * dissolved.  A customer in no household is simply kept apart   *
      * from any future proposal.                                      *
      *****************************************************************
       2970-Split-Household.
           Move CustTxn-Number to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Display "CustMaint: customer " CustTxn-Number
                           " not on file, household split rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Open I-O HouseholdFile
           If HouseholdStatus = "35"
              Open Output HouseholdFile
              Close HouseholdFile
              Open I-O HouseholdFile
           End-If
           If not HouseholdOK
              Display "CustMaint: unable to open HOUSEHLD, rc="
                      HouseholdStatus
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move spaces to Split-Address-Key Split-Surname
           Move CustTxn-Number to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Continue
               Not Invalid Key
                   If Hh-Kept-Apart
                      Display "CustMaint: customer " CustTxn-Number
                              " is already kept apart"
                      Add 1 to TxnsRejected
                      Close HouseholdFile
                      Exit Paragraph
                   End-If
                   Perform 2965-Load-Household-Members
                   Perform 2975-Regroup-Remaining-Members
           End-Read
           Perform 2980-Write-Kept-Apart-Row
           Close HouseholdFile
           Add 1 to TxnsApplied.

      *  the departing customer comes out of the member list; the
      *  list closes up behind it, so its first entry heads the rest
       2975-Regroup-Remaining-Members.
           Move zero to Drop-Index
           Perform 2976-Find-Departing-Member
               Varying Member-Index from 1 by 1
               Until Member-Index > Kept-Count
           If Drop-Index > zero
              Perform 2978-Close-Up-One-Slot
                  Varying Member-Index from Drop-Index by 1
                  Until Member-Index >= Kept-Count
              Move zero to Kept-Member(Kept-Count)
              Subtract 1 from Kept-Count
           End-If
           If Kept-Count > 1
              Move Kept-Member(1) to Household-Head
              Perform 2977-Repoint-One-Member
                  Varying Member-Index from 1 by 1
                  Until Member-Index > Kept-Count
           Else
              If Kept-Count = 1
                 Move Kept-Member(1) to Hh-Customer-Number
                 Delete HouseholdFile Record
                     Invalid Key
                         Continue
                 End-Delete
              End-If
           End-If.

       2976-Find-Departing-Member.
           If Kept-Member(Member-Index) = CustTxn-Number
              Move Member-Index to Drop-Index
           End-If.

       2978-Close-Up-One-Slot.
           Move Kept-Member(Member-Index + 1)
             to Kept-Member(Member-Index).

       2977-Repoint-One-Member.
           Move Kept-Member(Member-Index) to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Exit Paragraph
           End-Read
           Move Household-Head to Hh-Number
           If Member-Index = 1
              Set Hh-Is-Head to true
              Move Kept-Count to Hh-Member-Count
              Move Kept-Member-Table to Hh-Member-List
           Else
              Set Hh-Is-Member to true
              Move zero to Hh-Member-Count
              Move zeros to Hh-Member-List
           End-If
           Rewrite Household-Record.

       2980-Write-Kept-Apart-Row.
           Move spaces to Household-Record
           Move CustTxn-Number to Hh-Customer-Number
           Move CustTxn-Number to Hh-Number
           Set Hh-Kept-Apart to true
           Set Hh-Is-Head to true
           Move Split-Address-Key to Hh-Address-Key
           Move Split-Surname to Hh-Surname
           Move Business-Date to Hh-Formed-Date
           Move Business-Date to Hh-Confirmed-Date
           Move 1 to Hh-Member-Count
           Move zeros to Hh-Member-List
           Move CustTxn-Number to Hh-Member-Number(1)
           Write Household-Record
               Invalid Key
                   Rewrite Household-Record
           End-Write.

      *****************************************************************
      * Before/after images of the CUSTMAST row just written to the   *
      * CUSTHIST change history; an address change is flagged there   *
      * for NotEng's confirmation notice to the old address.          *
      *****************************************************************
       2990-Log-Customer-History.
           Call "CustHLog" using by content "CUSTMNT "
                                 by reference History-Change-Type
                                 by content No-Operator-Id
                                            No-Operator-Id
                                 by reference Before-Customer-Image
                                              Customer-Record.

       9000-Terminate.
           Close CustTxnFile
           Close CustMasterFile
