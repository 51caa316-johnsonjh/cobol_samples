       cbl thread,pgmname(longmixed)
      ******************************************************************
      * PodMaint.cbl                                                   *
      *----------------------------------------------------------------*
      * Payable-on-death beneficiary maintenance batch.  Applies       *
      * PODTXN requests against the keyed PODBENE file: add, change   *
      * and remove a beneficiary designation on an account.  The      *
      * account must be on ACCTMAST and not closed, and a beneficiary *
      * who is also a customer must be an active one on CUSTMAST.     *
      * No request may carry an account's shares past 100 percent; an *
      * account whose shares stand below 100 once the run's requests  *
      * are in is named at the end, because a designation is often   *
      * keyed one beneficiary at a time, and PodExRpt keeps listing   *
      * it until it is put right.                                      *
      ******************************************************************
       Identification division.
       Program-id. "PodMaint".
       Environment division.
       Input-Output Section.
       File-Control.
           Select PodTxnFile Assign to "PODTXN"
               Organization is Sequential
               File Status is PodTxnFileStatus.
           Select PodBeneFile Assign to "PODBENE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Pod-Key
               File Status is PodBeneStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
       Data Division.
       File Section.
       FD  PodTxnFile.
           Copy PodTxn.
       FD  PodBeneFile.
           Copy PodBene.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  CustMasterFile.
           Copy CustRec.

       Working-Storage Section.
       01  PodTxnFileStatus       pic X(02) value spaces.
           88 PodTxnFileOK           value "00".
       01  PodBeneStatus          pic X(02) value spaces.
           88 PodBeneOK              value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".

       01  PodTxnEOF-Switch       pic X(01) value "N".
           88 NoMorePodTxnRecords    value "Y".
       01  BeneEOF-Switch         pic X(01) value "N".
           88 NoMoreBeneRows         value "Y".
       01  TxnValid-Switch        pic X(01) value "N".
           88 TxnIsValid             value "Y".
       01  Touched-Switch         pic X(01) value "N".
           88 AccountAlreadyTouched  value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Share-Total            pic 9(5)V99 value zero.
       01  Share-Total-Edit       pic ZZ9.99.
       01  Total-Account          pic 9(6) value zero.
       01  Total-Skip-Sequence    pic 9(2) value zero.

      *  accounts this run's requests changed, checked for a
      *  complete 100 percent designation at the end of the run
       01  TouchedCount           pic 9(3) value zero.
       01  Touched-Table.
           05 Touched-Account occurs 0 to 500 times
                 depending on TouchedCount
                                  pic 9(6).
       01  Touched-Index          pic 9(3) value zero.

       01  TxnsApplied            pic 9(07) value zero.
       01  TxnsRejected           pic 9(07) value zero.
       01  AccountsIncomplete     pic 9(07) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Apply-One-Transaction
               Until NoMorePodTxnRecords
           Perform 8000-Check-Touched-Accounts
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "PodMaint: beneficiary maintenance starting"
           Call "GetBusDate" using Business-Date
           Open I-O PodBeneFile
           If PodBeneStatus = "35"
              Open Output PodBeneFile
              Close PodBeneFile
              Open I-O PodBeneFile
           End-If
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "PodMaint: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to PodTxnEOF-Switch
           End-If
           Open Input CustMasterFile
           If not CustMasterOK
              Display "PodMaint: unable to open CUSTMAST, rc="
                      CustMasterStatus
              Move "Y" to PodTxnEOF-Switch
           End-If
           Open Input PodTxnFile
           If not PodTxnFileOK
              Display "PodMaint: unable to open PODTXN, rc="
                      PodTxnFileStatus
              Move "Y" to PodTxnEOF-Switch
           End-If
           Perform 1100-Read-Transaction.

       1100-Read-Transaction.
           If not NoMorePodTxnRecords
              Read PodTxnFile
                  At End
                      Move "Y" to PodTxnEOF-Switch
              End-Read
           End-If.

       2000-Apply-One-Transaction.
           Evaluate True
               When PodTxn-Add
                   Perform 2100-Add-Beneficiary
               When PodTxn-Change
                   Perform 2200-Change-Beneficiary
               When PodTxn-Delete
                   Perform 2300-Delete-Beneficiary
               When Other
                   Display "PodMaint: unknown action "
                       PodTxn-Action " for account "
                       PodTxn-Account
                   Add 1 to TxnsRejected
           End-Evaluate
           Perform 1100-Read-Transaction.

       2100-Add-Beneficiary.
           Perform 2500-Validate-Request
           If not TxnIsValid
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move spaces to Pod-Beneficiary-Record
           Move PodTxn-Account  to Pod-Account-Number
           Move PodTxn-Sequence to Pod-Sequence
           Perform 2400-Move-Request-Fields
           Move Business-Date   to Pod-Designated-Date
           Write Pod-Beneficiary-Record
               Invalid Key
                   Display "PodMaint: account " PodTxn-Account
                           " beneficiary " PodTxn-Sequence
                           " already exists, add rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Perform 2800-Note-Touched-Account
                   Add 1 to TxnsApplied
           End-Write.

       2200-Change-Beneficiary.
           Perform 2500-Validate-Request
           If not TxnIsValid
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move PodTxn-Account  to Pod-Account-Number
           Move PodTxn-Sequence to Pod-Sequence
           Read PodBeneFile
               Invalid Key
                   Display "PodMaint: account " PodTxn-Account
                           " beneficiary " PodTxn-Sequence
                           " not on file, change rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Perform 2400-Move-Request-Fields
                   Rewrite Pod-Beneficiary-Record
                   Perform 2800-Note-Touched-Account
                   Add 1 to TxnsApplied
           End-Read.

       2300-Delete-Beneficiary.
           Move PodTxn-Account  to Pod-Account-Number
           Move PodTxn-Sequence to Pod-Sequence
           Delete PodBeneFile
               Invalid Key
                   Display "PodMaint: account " PodTxn-Account
                           " beneficiary " PodTxn-Sequence
                           " not on file, remove rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Perform 2800-Note-Touched-Account
                   Add 1 to TxnsApplied
           End-Delete.

       2400-Move-Request-Fields.
           Move PodTxn-Bene-Name     to Pod-Bene-Name
           Move PodTxn-Relationship  to Pod-Relationship
           Move PodTxn-Bene-Customer to Pod-Bene-Customer
           Move PodTxn-Share-Pct     to Pod-Share-Pct
           Move Business-Date        to Pod-Last-Maint-Date.

      *****************************************************************
      * The checks an add and a change share: a real, open account, a *
      * named beneficiary, an active customer when one is given, and  *
      * a share that keeps the account's total within 100 percent -- *
      * the row being changed left out of the total it replaces.      *
      *****************************************************************
       2500-Validate-Request.
           Move "N" to TxnValid-Switch
           If PodTxn-Sequence not numeric or PodTxn-Sequence = zero
              Display "PodMaint: account " PodTxn-Account
                      " beneficiary sequence must be 01-99, rejected"
              Exit Paragraph
           End-If
           If PodTxn-Bene-Name = spaces
              Display "PodMaint: account " PodTxn-Account
                      " beneficiary " PodTxn-Sequence
                      " has no name, rejected"
              Exit Paragraph
           End-If
           If PodTxn-Share-Pct not numeric
                 or PodTxn-Share-Pct = zero
                 or PodTxn-Share-Pct > 100
              Display "PodMaint: account " PodTxn-Account
                      " beneficiary " PodTxn-Sequence
                      " share must be over 0 and at most 100, rejected"
              Exit Paragraph
           End-If

           Move PodTxn-Account to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Display "PodMaint: account " PodTxn-Account
                           " not on file, rejected"
                   Exit Paragraph
           End-Read
           If Master-Status-Closed
              Display "PodMaint: account " PodTxn-Account
                      " is closed, rejected"
              Exit Paragraph
           End-If

           If PodTxn-Bene-Customer not = zero
              Move PodTxn-Bene-Customer to Cust-Number
              Read CustMasterFile
                  Invalid Key
                      Display "PodMaint: beneficiary customer "
                              PodTxn-Bene-Customer
                              " not on file, rejected"
                      Exit Paragraph
              End-Read
              If not Cust-Is-Active
                 Display "PodMaint: beneficiary customer "
                         PodTxn-Bene-Customer
                         " is not active, rejected"
                 Exit Paragraph
              End-If
           End-If

           Move PodTxn-Account  to Total-Account
           Move PodTxn-Sequence to Total-Skip-Sequence
           Perform 2600-Total-Account-Shares
           Add PodTxn-Share-Pct to Share-Total
           If Share-Total > 100
              Move Share-Total to Share-Total-Edit
              Display "PodMaint: account " PodTxn-Account
                      " shares would total " Share-Total-Edit
                      " percent, rejected"
              Exit Paragraph
           End-If
           Move "Y" to TxnValid-Switch.

      *****************************************************************
      * Sums Total-Account's shares off PODBENE, leaving out the row  *
      * at Total-Skip-Sequence (zero leaves out none).                 *
      *****************************************************************
       2600-Total-Account-Shares.
           Move zero to Share-Total
           Move "N" to BeneEOF-Switch
           Move Total-Account to Pod-Account-Number
           Move zero to Pod-Sequence
           Start PodBeneFile Key is Not Less Than Pod-Key
               Invalid Key
                   Move "Y" to BeneEOF-Switch
           End-Start
           Perform 2610-Read-Bene-Row
           Perform 2620-Add-One-Share
               Until NoMoreBeneRows.

       2610-Read-Bene-Row.
           If not NoMoreBeneRows
              Read PodBeneFile Next Record
                  At End
                      Move "Y" to BeneEOF-Switch
              End-Read
           End-If.

       2620-Add-One-Share.
           If Pod-Account-Number not = Total-Account
              Move "Y" to BeneEOF-Switch
              Exit Paragraph
           End-If
           If Pod-Sequence not = Total-Skip-Sequence
              Add Pod-Share-Pct to Share-Total
           End-If
           Perform 2610-Read-Bene-Row.

       2800-Note-Touched-Account.
           Move "N" to Touched-Switch
           Perform 2810-Match-Touched
               Varying Touched-Index from 1 by 1
               Until Touched-Index > TouchedCount
                  or AccountAlreadyTouched
           If not AccountAlreadyTouched and TouchedCount < 500
              Add 1 to TouchedCount
              Move PodTxn-Account to Touched-Account(TouchedCount)
           End-If.

       2810-Match-Touched.
           If Touched-Account(Touched-Index) = PodTxn-Account
              Set AccountAlreadyTouched to true
           End-If.

      *****************************************************************
      * An account the run changed whose shares now stand short of    *
      * 100 percent is named for the branch to finish; one with no    *
      * beneficiaries left at all simply has no designation.          *
      *****************************************************************
       8000-Check-Touched-Accounts.
           Perform 8100-Check-One-Account
               Varying Touched-Index from 1 by 1
               Until Touched-Index > TouchedCount.

       8100-Check-One-Account.
           Move Touched-Account(Touched-Index) to Total-Account
           Move zero to Total-Skip-Sequence
           Perform 2600-Total-Account-Shares
           If Share-Total not = 100 and Share-Total not = zero
              Add 1 to AccountsIncomplete
              Move Share-Total to Share-Total-Edit
              Display "PodMaint: account " Total-Account
                      " beneficiary shares total " Share-Total-Edit
                      " percent, designation incomplete"
           End-If.

       9000-Terminate.
           Close PodTxnFile
           Close PodBeneFile
           Close AcctMasterFile
           Close CustMasterFile
           Display "PodMaint: applied=" TxnsApplied
                   " rejected=" TxnsRejected
                   " incomplete=" AccountsIncomplete.

       End program "PodMaint".
