       cbl thread,pgmname(longmixed)
      ******************************************************************
      * LegalChk.cbl                                                   *
      *----------------------------------------------------------------*
      * Legal-hold check, CALLed by every purge and archive run       *
      * before it removes a record.  Account number in; "Y" out when  *
      * a LEGALHLD hold in force names the account, or names a        *
      * customer CUSTXREF links to it, with the first such matter.    *
      * A zero account number asks about material that belongs to no *
      * one account (a whole journal generation): it is held while    *
      * any hold at all is in force.  For a held record the caller    *
      * names itself, the file the record is on and the record's      *
      * date, and the retention is logged on LEGALRET once per matter *
      * holding it, for LegalRpt -- the caller then keeps the record. *
      * A blank item code is an inquiry only and logs nothing.  The   *
      * holds in force are loaded on the first call of the run and    *
      * kept for the rest of it.                                       *
      ******************************************************************
       Identification division.
       Program-id. "LegalChk".
       Environment division.
       Input-Output Section.
       File-Control.
           Select LegalHoldFile Assign to "LEGALHLD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Lhold-Key
               File Status is LegalHoldStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select RetainedLogFile Assign to "LEGALRET"
               Organization is Sequential
               File Status is RetainedLogStatus.
       Data Division.
       File Section.
       FD  LegalHoldFile.
           Copy LegalHld.
       FD  CustXrefFile.
           Copy CustXref.
       FD  RetainedLogFile.
           Copy LegalRet.

       Working-Storage Section.
       01  LegalHoldStatus        pic X(02) value spaces.
           88 LegalHoldOK            value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  RetainedLogStatus      pic X(02) value spaces.
           88 RetainedLogOK          value "00".
       01  Loaded-Switch          pic X(01) value "N".
           88 HoldsLoaded            value "Y".
       01  HoldEOF-Switch         pic X(01) value "N".
           88 NoMoreHoldRecords      value "Y".
       01  XrefEOF-Switch         pic X(01) value "N".
           88 NoMoreXrefRecords      value "Y".
       01  XrefOpen-Switch        pic X(01) value "N".
           88 XrefFileOpen           value "Y".
       01  Duplicate-Switch       pic X(01) value "N".
           88 EntryAlreadyHeld       value "Y".
       01  Business-Date          pic 9(8) value zero.
       01  Held-Index             pic 9(4) value zero.
       01  Dup-Index              pic 9(4) value zero.
       01  Add-Account            pic 9(6) value zero.
       01  Add-Primary            pic X(01) value "N".

      *****************************************************************
      * The holds in force: one primary entry per LEGALHLD row (its   *
      * own account for an account hold, zero for a customer hold)    *
      * and, for a customer hold, one derived entry per account the   *
      * customer is linked to.  An account already held under the     *
      * same matter is not entered twice.                              *
      *****************************************************************
       01  HeldCount              pic 9(4) value zero.
       01  Held-Table.
           05 Held-Entry occurs 0 to 2000 times
                 depending on HeldCount.
              10 HE-Subject-Type     pic X(01).
              10 HE-Subject-Number   pic 9(6).
              10 HE-Matter-Ref       pic X(12).
              10 HE-Account-Number   pic 9(6).
              10 HE-Primary          pic X(01).

       Linkage Section.
       01  inProgramId            pic X(08).
       01  inItemCode             pic X(08).
       01  inAccountNumber        pic 9(6).
       01  inItemDate             pic 9(8).
       01  outHeld                pic X(01).
       01  outMatterRef           pic X(12).

       Procedure Division using inProgramId inItemCode
                                inAccountNumber inItemDate
                                outHeld outMatterRef.
       0000-Mainline.
           Move "N"    to outHeld
           Move spaces to outMatterRef
           If not HoldsLoaded
              Perform 1000-Load-Holds
           End-If
           If HeldCount = zero
              Goback
           End-If
           Perform 2000-Check-One-Entry
               Varying Held-Index from 1 by 1
               Until Held-Index > HeldCount
           Goback.

       1000-Load-Holds.
           Move "Y" to Loaded-Switch
           Call "GetBusDate" using Business-Date
           Open Input LegalHoldFile
           If not LegalHoldOK
      *  no LEGALHLD yet -- nothing has ever been held
              Exit Paragraph
           End-If
           Perform 1100-Read-Hold
           Perform 1200-Load-One-Hold
               Until NoMoreHoldRecords
           Close LegalHoldFile
           If XrefFileOpen
              Close CustXrefFile
           End-If.

       1100-Read-Hold.
           If not NoMoreHoldRecords
              Read LegalHoldFile Next Record
                  At End
                      Move "Y" to HoldEOF-Switch
              End-Read
           End-If.

       1200-Load-One-Hold.
           If Lhold-Release-Date not = zero
                 and Lhold-Release-Date not > Business-Date
              Perform 1100-Read-Hold
              Exit Paragraph
           End-If
           Move "Y" to Add-Primary
           If Lhold-On-Account
              Move Lhold-Subject-Number to Add-Account
           Else
              Move zero to Add-Account
           End-If
           Perform 1400-Add-Entry
           If Lhold-On-Customer
              Perform 1300-Add-Customer-Accounts
           End-If
           Perform 1100-Read-Hold.

       1300-Add-Customer-Accounts.
           If not XrefFileOpen
              Open Input CustXrefFile
              If not CustXrefOK
                 Display "LegalChk: unable to open CUSTXREF, rc="
                         CustXrefStatus ", customer holds cover "
                         "no accounts"
                 Exit Paragraph
              End-If
              Move "Y" to XrefOpen-Switch
           End-If
           Move "N" to XrefEOF-Switch
           Move Lhold-Subject-Number to Xref-Customer-Number
           Move zero to Xref-Account-Number
           Start CustXrefFile Key is Not Less Than Xref-Key
               Invalid Key
                   Move "Y" to XrefEOF-Switch
           End-Start
           Perform 1310-Read-Xref
           Perform 1320-Add-One-Xref-Account
               Until NoMoreXrefRecords.

       1310-Read-Xref.
           If not NoMoreXrefRecords
              Read CustXrefFile Next Record
                  At End
                      Move "Y" to XrefEOF-Switch
              End-Read
           End-If
           If not NoMoreXrefRecords
                 and Xref-Customer-Number not = Lhold-Subject-Number
              Move "Y" to XrefEOF-Switch
           End-If.

       1320-Add-One-Xref-Account.
           Move "N" to Add-Primary
           Move Xref-Account-Number to Add-Account
           Perform 1400-Add-Entry
           Perform 1310-Read-Xref.

       1400-Add-Entry.
           Move "N" to Duplicate-Switch
           If Add-Account not = zero
              Perform 1410-Match-Duplicate
                  Varying Dup-Index from 1 by 1
                  Until Dup-Index > HeldCount
           End-If
           If EntryAlreadyHeld
              Exit Paragraph
           End-If
           If HeldCount >= 2000
              Display "LegalChk: hold table full, account "
                      Add-Account " under " Lhold-Matter-Ref
                      " not loaded"
              Exit Paragraph
           End-If
           Add 1 to HeldCount
           Move Lhold-Subject-Type   to HE-Subject-Type(HeldCount)
           Move Lhold-Subject-Number to HE-Subject-Number(HeldCount)
           Move Lhold-Matter-Ref     to HE-Matter-Ref(HeldCount)
           Move Add-Account          to HE-Account-Number(HeldCount)
           Move Add-Primary          to HE-Primary(HeldCount).

       1410-Match-Duplicate.
           If HE-Account-Number(Dup-Index) = Add-Account
                 and HE-Matter-Ref(Dup-Index) = Lhold-Matter-Ref
              Move "Y" to Duplicate-Switch
           End-If.

      *****************************************************************
      * An account is held by every entry covering it; material with  *
      * no account behind it by every hold in force (its primary      *
      * entries).  Each holding entry logs the retention.              *
      *****************************************************************
       2000-Check-One-Entry.
           If inAccountNumber = zero
              If HE-Primary(Held-Index) not = "Y"
                 Exit Paragraph
              End-If
           Else
              If HE-Account-Number(Held-Index) not = inAccountNumber
                 Exit Paragraph
              End-If
           End-If
           If outHeld not = "Y"
              Move "Y" to outHeld
              Move HE-Matter-Ref(Held-Index) to outMatterRef
           End-If
           If inItemCode not = spaces
              Perform 3000-Log-Retained-Record
           End-If.

      *****************************************************************
      * Appends the retention to LEGALRET the MailChk way: created on *
      * first use, closed again after every record so each caller's   *
      * retention is on the file however its own run ends.            *
      *****************************************************************
       3000-Log-Retained-Record.
           Open Extend RetainedLogFile
           If RetainedLogStatus = "35"
              Open Output RetainedLogFile
           End-If
           If not RetainedLogOK
              Display "LegalChk: unable to open LEGALRET, rc="
                      RetainedLogStatus ", " inItemCode
                      " record for account " inAccountNumber
                      " kept but not logged"
              Exit Paragraph
           End-If
           Move spaces to Legal-Retained-Record
           Move Business-Date     to Lret-Date
           Move inProgramId       to Lret-Program
           Move inItemCode        to Lret-Item
           Move HE-Matter-Ref(Held-Index)     to Lret-Matter-Ref
           Move HE-Subject-Type(Held-Index)   to Lret-Subject-Type
           Move HE-Subject-Number(Held-Index) to Lret-Subject-Number
           Move inAccountNumber   to Lret-Account-Number
           Move inItemDate        to Lret-Item-Date
           Write Legal-Retained-Record
           Close RetainedLogFile.

       End program "LegalChk".
