       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ProdMnt.cbl                                                    *
      *----------------------------------------------------------------*
      * Product catalog maintenance batch.  Applies PRODTXN requests   *
      * against the keyed PRODUCTS file: add a product, change its    *
      * terms, or withdraw it from sale.  A product must name one of  *
      * the base account types, an overdraft flag of "Y" or "N", and  *
      * numeric threshold and withdrawal limit; a loan product may    *
      * carry neither.  Withdrawing only stops AcctMnt putting new    *
      * accounts on the product -- the accounts already there go on   *
      * pricing through it -- and a withdrawn product is brought back *
      * by a change.  Every request is echoed to the job log with its *
      * outcome; ProdList prints the catalog that results.             *
      ******************************************************************
       Identification division.
       Program-id. "ProdMnt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ProdTxnFile Assign to "PRODTXN"
               Organization is Sequential
               File Status is ProdTxnFileStatus.
           Select ProductFile Assign to "PRODUCTS"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Prod-Code
               File Status is ProductFileStatus.
       Data Division.
       File Section.
       FD  ProdTxnFile.
           Copy ProdTxn.
       FD  ProductFile.
           Copy ProdRec.

       Working-Storage Section.
       01  ProdTxnFileStatus      pic X(02) value spaces.
           88 ProdTxnFileOK          value "00".
       01  ProductFileStatus      pic X(02) value spaces.
           88 ProductFileOK          value "00".

       01  ProdTxnEOF-Switch      pic X(01) value "N".
           88 NoMoreProdTxnRecords   value "Y".
       01  TxnValid-Switch        pic X(01) value "N".
           88 TxnIsValid             value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Request-Base-Type      pic X(01) value spaces.
           88 Request-Type-Valid     values "B" "C" "S" "T" "L" "R".
           88 Request-Type-Loan      value "L".

       01  TxnsApplied            pic 9(07) value zero.
       01  TxnsRejected           pic 9(07) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Apply-One-Transaction
               Until NoMoreProdTxnRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ProdMnt: product catalog maintenance starting"
           Call "GetBusDate" using Business-Date
           Open I-O ProductFile
           If ProductFileStatus = "35"
              Open Output ProductFile
              Close ProductFile
              Open I-O ProductFile
           End-If
           If not ProductFileOK
              Display "ProdMnt: unable to open PRODUCTS, rc="
                      ProductFileStatus
              Move "Y" to ProdTxnEOF-Switch
           End-If
           Open Input ProdTxnFile
           If not ProdTxnFileOK
              Display "ProdMnt: unable to open PRODTXN, rc="
                      ProdTxnFileStatus
              Move "Y" to ProdTxnEOF-Switch
           End-If
           Perform 1100-Read-Transaction.

       1100-Read-Transaction.
           If not NoMoreProdTxnRecords
              Read ProdTxnFile
                  At End
                      Move "Y" to ProdTxnEOF-Switch
              End-Read
           End-If.

       2000-Apply-One-Transaction.
           Evaluate True
               When ProdTxn-Code = spaces
                   Display "ProdMnt: request with no product code, "
                           "rejected"
                   Add 1 to TxnsRejected
               When ProdTxn-Add
                   Perform 2100-Add-Product
               When ProdTxn-Change
                   Perform 2200-Change-Product
               When ProdTxn-Withdraw
                   Perform 2300-Withdraw-Product
               When Other
                   Display "ProdMnt: unknown action "
                       ProdTxn-Action " for product "
                       ProdTxn-Code
                   Add 1 to TxnsRejected
           End-Evaluate
           Perform 1100-Read-Transaction.

       2100-Add-Product.
           Move ProdTxn-Base-Type to Request-Base-Type
           Perform 2500-Validate-Request
           If ProdTxn-Description = spaces
              Display "ProdMnt: product " ProdTxn-Code
                      " has no description, rejected"
              Move "N" to TxnValid-Switch
           End-If
           If not TxnIsValid
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move spaces to Product-Record
           Move ProdTxn-Code        to Prod-Code
           Move ProdTxn-Description to Prod-Description
           Move ProdTxn-Base-Type   to Prod-Base-Type
           Move "A"                 to Prod-Status
           Perform 2400-Move-Request-Terms
           Write Product-Record
               Invalid Key
                   Display "ProdMnt: product " ProdTxn-Code
                           " already exists, add rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Display "ProdMnt: product " ProdTxn-Code
                           " added"
                   Add 1 to TxnsApplied
           End-Write.

      *****************************************************************
      * A change reactivates a withdrawn product: the terms keyed are *
      * the terms the product is sold on from tonight.                *
      *****************************************************************
       2200-Change-Product.
           Move ProdTxn-Code to Prod-Code
           Read ProductFile
               Invalid Key
                   Display "ProdMnt: product " ProdTxn-Code
                           " not on file, change rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Move ProdTxn-Base-Type to Request-Base-Type
           If Request-Base-Type = space
              Move Prod-Base-Type to Request-Base-Type
           End-If
           Perform 2500-Validate-Request
           If not TxnIsValid
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           If ProdTxn-Description not = spaces
              Move ProdTxn-Description to Prod-Description
           End-If
           Move Request-Base-Type to Prod-Base-Type
           Move "A"               to Prod-Status
           Perform 2400-Move-Request-Terms
           Rewrite Product-Record
           Display "ProdMnt: product " ProdTxn-Code " changed"
           Add 1 to TxnsApplied.

       2300-Withdraw-Product.
           Move ProdTxn-Code to Prod-Code
           Read ProductFile
               Invalid Key
                   Display "ProdMnt: product " ProdTxn-Code
                           " not on file, withdrawal rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Set Prod-Is-Withdrawn to true
                   Move Business-Date to Prod-Last-Maint-Date
                   Rewrite Product-Record
                   Display "ProdMnt: product " ProdTxn-Code
                           " withdrawn from sale"
                   Add 1 to TxnsApplied
           End-Read.

       2400-Move-Request-Terms.
           Move ProdTxn-MinBal-Threshold to Prod-MinBal-Threshold
           Move ProdTxn-Fee-Set          to Prod-Fee-Set
           Move ProdTxn-Rate-Table-Id    to Prod-Rate-Table-Id
           Move ProdTxn-Stmt-Cycle       to Prod-Stmt-Cycle
           Move ProdTxn-OD-Eligible      to Prod-OD-Eligible
           If Prod-OD-Eligible = space
              Move "Y" to Prod-OD-Eligible
           End-If
           Move ProdTxn-Withdrawal-Limit to Prod-Withdrawal-Limit
           Move Business-Date            to Prod-Last-Maint-Date.

      *****************************************************************
      * The checks an add and a change share, made against the base   *
      * type the product will carry (Request-Base-Type).              *
      *****************************************************************
       2500-Validate-Request.
           Move "N" to TxnValid-Switch
           If not Request-Type-Valid
              Display "ProdMnt: product " ProdTxn-Code
                      " base type '" Request-Base-Type
                      "' is not an account type, rejected"
              Exit Paragraph
           End-If
           If ProdTxn-MinBal-Threshold not numeric
              Display "ProdMnt: product " ProdTxn-Code
                      " threshold not numeric, rejected"
              Exit Paragraph
           End-If
           If ProdTxn-Withdrawal-Limit not numeric
              Display "ProdMnt: product " ProdTxn-Code
                      " withdrawal limit not numeric, rejected"
              Exit Paragraph
           End-If
           If ProdTxn-OD-Eligible not = "Y"
                 and ProdTxn-OD-Eligible not = "N"
                 and ProdTxn-OD-Eligible not = space
              Display "ProdMnt: product " ProdTxn-Code
                      " overdraft flag must be Y or N, rejected"
              Exit Paragraph
           End-If
           If Request-Type-Loan
                 and (ProdTxn-MinBal-Threshold not = zero
                      or ProdTxn-Withdrawal-Limit not = zero)
              Display "ProdMnt: product " ProdTxn-Code
                      " is a loan product and takes no threshold "
                      "or withdrawal limit, rejected"
              Exit Paragraph
           End-If
           Move "Y" to TxnValid-Switch.

       9000-Terminate.
           Close ProdTxnFile
           Close ProductFile
           Display "ProdMnt: applied=" TxnsApplied
                   " rejected=" TxnsRejected.

       End program "ProdMnt".
