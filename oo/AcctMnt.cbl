      ******************************************************************
      * AcctMnt.cbl                                                    *
      *----------------------------------------------------------------*
      * Account and operator control-field maintenance, in the         *
      * CustMaint mould: applies ACCTMNT requests for the fields that  *
      * have no posting-stream path -- the account's branch code,      *
      * statement cycle and analysis-billing flag, the operator's      *
      * branch, and the CD interest-sweep election (which goes through *
      * TimeDepositAccount's own "setInterestSweep" so the persisted   *
      * CD terms stay the class's business).  Until a field is stamped *
      * here its record keeps the compatibility default: head office,  *
      * cycle 1, no analysis, no sweep.  It also marks an account      *
      * custodial for a minor, naming the custodian, puts an account   *
      * on a PRODUCTS catalog product, gives it a FEEEXMPT             *
      * fee-exemption code with its expiry, and links an operator to   *
      * their own customer record for the employee-account controls.   *
      * Each operator change is logged to OPERHIST through OperHLog.   *
      * It also records the check numbers of the box a checking        *
      * account holds, which the weekly ChkReord run reorders from,    *
      * and the target balance the nightly BalSweep stage sweeps a     *
      * checking account down to, and the depositor class that sets    *
      * a bank's own accounts apart on the regulatory deposit          *
      * schedule.  A branch code is stamped here only the first time;  *
      * after that the account moves branch through BrchXfer.         *
      ******************************************************************
       Identification division.
       Program-id. "AcctMnt" recursive.
               Access Mode is Dynamic
               Record Key is Oper-Id
               File Status is OperatorStatus.
           Select FeeExemptFile Assign to "FEEEXMPT"
               Organization is Sequential
               File Status is FeeExemptStatus.
       Data Division.
       File Section.
       FD  MaintTxnFile.
           Copy AcctRec.
       FD  OperatorFile.
           Copy OperRec.
       FD  FeeExemptFile.
           Copy FeeExmp.

       Working-Storage Section.
       01  MaintTxnStatus         pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  OperatorStatus         pic X(02) value spaces.
           88 OperatorOK             value "00".
      *  an operator change is logged to OPERHIST through OperHLog
       01  Before-Operator-Image  pic X(54) value spaces.
       01  No-Operator-Id         pic X(08) value spaces.
       01  FeeExemptStatus        pic X(02) value spaces.
           88 FeeExemptOK            value "00".
       01  ExmpEOF-Switch         pic X(01) value "N".
           88 NoMoreExemptRecords    value "Y".
       01  Exempt-Code            pic X(02) value spaces.
       01  ExemptFound-Switch     pic X(01) value "N".
           88 ExemptCodeOnTable      value "Y".
       01  MaintEOF-Switch        pic X(01) value "N".
           88 NoMoreMaintRecords     value "Y".
       01  Sweep-Value            pic X(01) value spaces.
       01  Owner-Index            pic 9(1) value zero.
       01  Custodian-Slot         pic 9(1) value zero.
       01  Product-Found          pic X(01) value "N".
           88 ProductOnCatalog       value "Y".
           Copy ProdRec.
       01  TxnsApplied            pic 9(5) value zero.
       01  TxnsRejected           pic 9(5) value zero.

                   Perform 2400-Set-Sweep-Election
               When Mnt-Set-Oper-Branch
                   Perform 2500-Set-Operator-Branch
               When Mnt-Set-Custodial
                   Perform 2600-Set-Custodial
               When Mnt-Set-Product
                   Perform 2700-Set-Product
               When Mnt-Set-Fee-Exempt
                   Perform 2800-Set-Fee-Exemption
               When Mnt-Set-Oper-Customer
                   Perform 2900-Set-Operator-Customer
               When Mnt-Set-Check-Range
                   Perform 2960-Set-Check-Range
               When Mnt-Set-Sweep-Target
                   Perform 2970-Set-Sweep-Target
               When Mnt-Set-Depositor
                   Perform 2980-Set-Depositor-Class
               When Other
                   Display "AcctMnt: unknown action " Mnt-Action
                           " for account " Mnt-Account-Number
           If not AcctMasterOK
              Exit Paragraph
           End-If
      *  once stamped, a branch only changes through BrchXfer, which
      *  moves the balance across the books with it
           If Master-Branch-Code not = spaces
              Display "AcctMnt: account " Mnt-Account-Number
                      " is already on branch " Master-Branch-Code
                      ", use a BRXFRIN branch transfer, rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           Move Mnt-Value to Master-Branch-Code
           Perform 3100-Rewrite-And-Close-Master.

                           " not on file, rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Move Operator-Record to Before-Operator-Image
                   Move Mnt-Value to Oper-Branch
                   Rewrite Operator-Record
                   Perform 2950-Log-Operator-Change
                   Add 1 to TxnsApplied
           End-Read
           Close OperatorFile.

      *****************************************************************
      * Custodial marking: the custodian must already be one of the   *
      * account's linked owners, alongside at least one other owner   *
      * (the minor).  A zero custodian takes the marking off.          *
      *****************************************************************
       2600-Set-Custodial.
           If Mnt-Custodian-Cust not numeric
              Display "AcctMnt: custodian customer number invalid "
                      "for account " Mnt-Account-Number ", rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Perform 3000-Read-Master-For-Update
           If not AcctMasterOK
              Exit Paragraph
           End-If
           If Mnt-Custodian-Cust = zero
              Move space to Master-Custodial-Flag
              Move zero  to Master-Custodian-Cust
              Perform 3100-Rewrite-And-Close-Master
              Exit Paragraph
           End-If
           Move zero to Custodian-Slot
           Perform 2610-Match-Custodian-Slot
               Varying Owner-Index from 1 by 1
               Until Owner-Index > Master-Owner-Count
                  or Custodian-Slot > zero
           If Custodian-Slot = zero or Master-Owner-Count < 2
              Display "AcctMnt: customer " Mnt-Custodian-Cust
                      " is not a linked owner alongside a minor on "
                      "account " Mnt-Account-Number ", rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           Move "C" to Master-Custodial-Flag
           Move Mnt-Custodian-Cust to Master-Custodian-Cust
           Perform 3100-Rewrite-And-Close-Master.

       2610-Match-Custodian-Slot.
           If Master-Owner-Cust-Id(Owner-Index) = Mnt-Custodian-Cust
              Move Owner-Index to Custodian-Slot
           End-If.

      *****************************************************************
      * A product assignment: the product must be on the catalog,     *
      * still on sale, and built on the account's own type.  An       *
      * account with no statement cycle of its own takes the          *
      * product's default cycle; one already cycled keeps it.         *
      *****************************************************************
       2700-Set-Product.
           Perform 3000-Read-Master-For-Update
           If not AcctMasterOK
              Exit Paragraph
           End-If
           If Mnt-Product-Code = spaces
              Move spaces to Master-Product-Code
              Perform 3100-Rewrite-And-Close-Master
              Exit Paragraph
           End-If
           Call "ProdLook" using Mnt-Product-Code Master-Account-Type
                                 Product-Record Product-Found
           If not ProductOnCatalog
                 or Prod-Code not = Mnt-Product-Code
              Display "AcctMnt: product " Mnt-Product-Code
                      " not on the catalog for account "
                      Mnt-Account-Number ", rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           If Prod-Is-Withdrawn
              Display "AcctMnt: product " Mnt-Product-Code
                      " is withdrawn from sale, account "
                      Mnt-Account-Number " rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           If Prod-Base-Type not = Master-Account-Type
              Display "AcctMnt: product " Mnt-Product-Code
                      " is for type " Prod-Base-Type
                      " accounts, account " Mnt-Account-Number
                      " is type " Master-Account-Type ", rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           Move Mnt-Product-Code to Master-Product-Code
           If Master-Stmt-Cycle = space
              Move Prod-Stmt-Cycle to Master-Stmt-Cycle
           End-If
           Perform 3100-Rewrite-And-Close-Master.

      *****************************************************************
      * The exemption code must be on the FEEEXMPT table -- a code    *
      * the table does not know would waive nothing and only mislead  *
      * the waived-revenue report.  The table is scanned per request; *
      * exemption changes are rare enough not to warrant a cache.     *
      *****************************************************************
       2800-Set-Fee-Exemption.
           Move Mnt-Value(1:2) to Exempt-Code
           If Exempt-Code not = spaces
              Perform 2810-Find-Exempt-Code
              If not ExemptCodeOnTable
                 Display "AcctMnt: exemption code " Exempt-Code
                         " not on FEEEXMPT for account "
                         Mnt-Account-Number ", rejected"
                 Add 1 to TxnsRejected
                 Exit Paragraph
              End-If
              If Mnt-Exempt-Expiry not numeric
                 Display "AcctMnt: exemption expiry not numeric for"
                         " account " Mnt-Account-Number ", rejected"
                 Add 1 to TxnsRejected
                 Exit Paragraph
              End-If
           End-If
           Perform 3000-Read-Master-For-Update
           If not AcctMasterOK
              Exit Paragraph
           End-If
           Move Exempt-Code to Master-Fee-Exempt-Code
           If Exempt-Code = spaces
              Move zero to Master-Fee-Exempt-Expiry
           Else
              Move Mnt-Exempt-Expiry to Master-Fee-Exempt-Expiry
           End-If
           Perform 3100-Rewrite-And-Close-Master.

       2810-Find-Exempt-Code.
           Move "N" to ExemptFound-Switch
           Move "N" to ExmpEOF-Switch
           Open Input FeeExemptFile
           If not FeeExemptOK
              Display "AcctMnt: unable to open FEEEXMPT, rc="
                      FeeExemptStatus
              Exit Paragraph
           End-If
           Perform 2820-Read-Exempt-Code
               Until NoMoreExemptRecords or ExemptCodeOnTable
           Close FeeExemptFile.

       2820-Read-Exempt-Code.
           Read FeeExemptFile
               At End
                   Move "Y" to ExmpEOF-Switch
               Not At End
                   If Exmp-Code = Exempt-Code
                      Move "Y" to ExemptFound-Switch
                   End-If
           End-Read.

      *****************************************************************
      * Operator-to-customer link: the teller posting transactions    *
      * refuse an account the linked customer owns or signs on, and   *
      * EmpAcct reports postings against it.  A zero customer number  *
      * takes the link off.                                            *
      *****************************************************************
       2900-Set-Operator-Customer.
           If Mnt-Operator-Id = spaces
                 or Mnt-Employee-Cust not numeric
              Display "AcctMnt: operator-customer request needs an "
                      "operator ID and a customer number, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Open I-O OperatorFile
           If not OperatorOK
              Display "AcctMnt: unable to open OPERFILE, rc="
                      OperatorStatus
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move Mnt-Operator-Id to Oper-Id
           Read OperatorFile
               Invalid Key
                   Display "AcctMnt: operator " Mnt-Operator-Id
                           " not on file, rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Move Operator-Record to Before-Operator-Image
                   Move Mnt-Employee-Cust to Oper-Customer-Number
                   Rewrite Operator-Record
                   Perform 2950-Log-Operator-Change
                   Add 1 to TxnsApplied
           End-Read
           Close OperatorFile.

       2950-Log-Operator-Change.
           Call "OperHLog" using by content "ACCTMNT " "C"
                                 by content No-Operator-Id
                                 by reference Before-Operator-Image
                                              Operator-Record.

      *****************************************************************
      * A check-stock range: checking accounts only, and a real range.*
      * The box it replaces is kept as the prior range, since its     *
      * last checks are usually still being written when the new box  *
      * arrives; re-keying the same range changes nothing.            *
      *****************************************************************
       2960-Set-Check-Range.
           If Mnt-Check-First not numeric
                 or Mnt-Check-Last not numeric
                 or Mnt-Check-First = zero
                 or Mnt-Check-Last < Mnt-Check-First
              Display "AcctMnt: check range not valid for account "
                      Mnt-Account-Number ", rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Perform 3000-Read-Master-For-Update
           If not AcctMasterOK
              Exit Paragraph
           End-If
           If not Master-Type-Checking
              Display "AcctMnt: account " Mnt-Account-Number
                      " is not a checking account, check range "
                      "rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           If Master-Check-Range is numeric
              If Master-Check-First not = Mnt-Check-First
                    or Master-Check-Last not = Mnt-Check-Last
                 Move Master-Check-Range to Master-Check-Prior-Range
              End-If
           Else
              Move zero to Master-Check-Prior-First
                           Master-Check-Prior-Last
           End-If
           If Master-Check-Order-Date not numeric
              Move zero to Master-Check-Order-Date
           End-If
           Move Mnt-Check-First to Master-Check-First
           Move Mnt-Check-Last  to Master-Check-Last
           Perform 3100-Rewrite-And-Close-Master.

      *****************************************************************
      * The excess-balance sweep needs a checking account and a       *
      * linked savings account for the money to go to; a zero target  *
      * takes it off.  (Sweeping the whole balance away every night   *
      * is what "Y" with a zero target would mean, so zero is off.)   *
      *****************************************************************
       2970-Set-Sweep-Target.
           If Mnt-Sweep-Target not numeric
              Display "AcctMnt: sweep target not numeric for account "
                      Mnt-Account-Number ", rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Perform 3000-Read-Master-For-Update
           If not AcctMasterOK
              Exit Paragraph
           End-If
           If Mnt-Sweep-Target = zero
              Move "N"  to Master-Sweep-Flag
              Move zero to Master-Sweep-Target
              Perform 3100-Rewrite-And-Close-Master
              Exit Paragraph
           End-If
           If not Master-Type-Checking
                 or Master-Linked-Savings = zero
              Display "AcctMnt: account " Mnt-Account-Number
                      " needs to be checking with a linked savings "
                      "account for a sweep, rejected"
              Add 1 to TxnsRejected
              Close AcctMasterFile
              Exit Paragraph
           End-If
           Move "Y" to Master-Sweep-Flag
           Move Mnt-Sweep-Target to Master-Sweep-Target
           Perform 3100-Rewrite-And-Close-Master.

       2980-Set-Depositor-Class.
           If Mnt-Value(1:1) not = "D" and Mnt-Value(1:1) not = "F"
                 and Mnt-Value(1:1) not = space
              Display "AcctMnt: depositor class must be D, F or "
                      "blank for account " Mnt-Account-Number
                      ", rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Perform 3000-Read-Master-For-Update
           If not AcctMasterOK
              Exit Paragraph
           End-If
           Move Mnt-Value(1:1) to Master-Depositor-Class
           Perform 3100-Rewrite-And-Close-Master.

       3000-Read-Master-For-Update.
           Open I-O AcctMasterFile
           If not AcctMasterOK
