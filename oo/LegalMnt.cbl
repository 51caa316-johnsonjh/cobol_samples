       cbl thread,pgmname(longmixed)
      ******************************************************************
      * LegalMnt.cbl                                                   *
      *----------------------------------------------------------------*
      * Legal-hold maintenance batch.  Applies LEGALTXN requests      *
      * from the legal department against the keyed LEGALHLD file:   *
      * place a hold on an account or a customer under a matter,      *
      * re-date a hold's scheduled release, or release it.  The       *
      * subject need not be on ACCTMAST or CUSTMAST -- an archived    *
      * account's history can be held as well as a live one's.  A    *
      * released hold is never deleted; placing the same account or  *
      * customer under the same matter again puts it back in force.  *
      * Every request is echoed to the job log with its outcome, the  *
      * ProdMnt convention.                                            *
      ******************************************************************
       Identification division.
       Program-id. "LegalMnt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select LegalTxnFile Assign to "LEGALTXN"
               Organization is Sequential
               File Status is LegalTxnFileStatus.
           Select LegalHoldFile Assign to "LEGALHLD"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Lhold-Key
               File Status is LegalHoldStatus.
       Data Division.
       File Section.
       FD  LegalTxnFile.
           Copy LegalTxn.
       FD  LegalHoldFile.
           Copy LegalHld.

       Working-Storage Section.
       01  LegalTxnFileStatus     pic X(02) value spaces.
           88 LegalTxnFileOK         value "00".
       01  LegalHoldStatus        pic X(02) value spaces.
           88 LegalHoldOK            value "00".

       01  LegalTxnEOF-Switch     pic X(01) value "N".
           88 NoMoreLegalTxnRecords  value "Y".
       01  HoldFound-Switch       pic X(01) value "N".
           88 HoldOnFile             value "Y".
       01  InForce-Switch         pic X(01) value "N".
           88 HoldInForce            value "Y".

       01  Business-Date          pic 9(8) value zero.

       01  TxnsApplied            pic 9(07) value zero.
       01  TxnsRejected           pic 9(07) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Apply-One-Transaction
               Until NoMoreLegalTxnRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "LegalMnt: legal-hold maintenance starting"
           Call "GetBusDate" using Business-Date
           Open I-O LegalHoldFile
           If LegalHoldStatus = "35"
              Open Output LegalHoldFile
              Close LegalHoldFile
              Open I-O LegalHoldFile
           End-If
           If not LegalHoldOK
              Display "LegalMnt: unable to open LEGALHLD, rc="
                      LegalHoldStatus
              Move "Y" to LegalTxnEOF-Switch
           End-If
           Open Input LegalTxnFile
           If not LegalTxnFileOK
              Display "LegalMnt: unable to open LEGALTXN, rc="
                      LegalTxnFileStatus
              Move "Y" to LegalTxnEOF-Switch
           End-If
           Perform 1100-Read-Transaction.

       1100-Read-Transaction.
           If not NoMoreLegalTxnRecords
              Read LegalTxnFile
                  At End
                      Move "Y" to LegalTxnEOF-Switch
              End-Read
           End-If.

       2000-Apply-One-Transaction.
           Evaluate True
               When not LegalTxn-Subject-Valid
                   Display "LegalMnt: subject type '"
                           LegalTxn-Subject-Type
                           "' must be A or C, rejected"
                   Add 1 to TxnsRejected
               When LegalTxn-Subject-Number not numeric
                     or LegalTxn-Subject-Number = zero
                     or LegalTxn-Matter-Ref = spaces
                     or LegalTxn-Operator-Id = spaces
                   Display "LegalMnt: request for "
                           LegalTxn-Subject-Type " "
                           LegalTxn-Subject-Number
                           " needs a number, a matter and an "
                           "operator, rejected"
                   Add 1 to TxnsRejected
               When LegalTxn-Release-Date not numeric
                   Display "LegalMnt: " LegalTxn-Subject-Type " "
                           LegalTxn-Subject-Number " under "
                           LegalTxn-Matter-Ref
                           " release date not numeric, rejected"
                   Add 1 to TxnsRejected
               When LegalTxn-Place
                   Perform 2100-Place-Hold
               When LegalTxn-Redate
                   Perform 2200-Redate-Hold
               When LegalTxn-Release
                   Perform 2300-Release-Hold
               When Other
                   Display "LegalMnt: unknown action "
                           LegalTxn-Action " for "
                           LegalTxn-Subject-Type " "
                           LegalTxn-Subject-Number
                   Add 1 to TxnsRejected
           End-Evaluate
           Perform 1100-Read-Transaction.

       2050-Read-Hold.
           Move LegalTxn-Subject-Type   to Lhold-Subject-Type
           Move LegalTxn-Subject-Number to Lhold-Subject-Number
           Move LegalTxn-Matter-Ref     to Lhold-Matter-Ref
           Move "Y" to HoldFound-Switch
           Move "N" to InForce-Switch
           Read LegalHoldFile
               Invalid Key
                   Move "N" to HoldFound-Switch
           End-Read
           If HoldOnFile
              If Lhold-Release-Date = zero
                    or Lhold-Release-Date > Business-Date
                 Move "Y" to InForce-Switch
              End-If
           End-If.

      *****************************************************************
      * A scheduled release has to be in the future -- a hold placed  *
      * already lapsed would protect nothing.                          *
      *****************************************************************
       2100-Place-Hold.
           If LegalTxn-Release-Date not = zero
                 and LegalTxn-Release-Date not > Business-Date
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " under "
                      LegalTxn-Matter-Ref
                      " release date not in the future, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Perform 2050-Read-Hold
           If HoldInForce
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " already held under "
                      LegalTxn-Matter-Ref ", rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           If not HoldOnFile
              Move spaces to Legal-Hold-Record
              Move LegalTxn-Subject-Type   to Lhold-Subject-Type
              Move LegalTxn-Subject-Number to Lhold-Subject-Number
              Move LegalTxn-Matter-Ref     to Lhold-Matter-Ref
           End-If
           Move LegalTxn-Operator-Id  to Lhold-Placed-By
           Move Business-Date         to Lhold-Placed-Date
           Move LegalTxn-Release-Date to Lhold-Release-Date
           Move spaces                to Lhold-Released-By
           Move LegalTxn-Description  to Lhold-Description
           If HoldOnFile
              Rewrite Legal-Hold-Record
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " held again under "
                      LegalTxn-Matter-Ref
           Else
              Write Legal-Hold-Record
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " held under "
                      LegalTxn-Matter-Ref
           End-If
           Add 1 to TxnsApplied.

       2200-Redate-Hold.
           Perform 2050-Read-Hold
           If not HoldInForce
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " not held under "
                      LegalTxn-Matter-Ref ", re-date rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           If LegalTxn-Release-Date not = zero
                 and LegalTxn-Release-Date not > Business-Date
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " under "
                      LegalTxn-Matter-Ref " re-date not in the "
                      "future, release it instead, rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move LegalTxn-Release-Date to Lhold-Release-Date
           Rewrite Legal-Hold-Record
           Display "LegalMnt: " LegalTxn-Subject-Type " "
                   LegalTxn-Subject-Number " under "
                   LegalTxn-Matter-Ref " release date now "
                   LegalTxn-Release-Date
           Add 1 to TxnsApplied.

      *****************************************************************
      * A release takes effect at the start of its date: with no date *
      * given, today's business date -- tonight's purges may proceed.  *
      *****************************************************************
       2300-Release-Hold.
           Perform 2050-Read-Hold
           If not HoldInForce
              Display "LegalMnt: " LegalTxn-Subject-Type " "
                      LegalTxn-Subject-Number " not held under "
                      LegalTxn-Matter-Ref ", release rejected"
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           If LegalTxn-Release-Date = zero
              Move Business-Date to Lhold-Release-Date
           Else
              Move LegalTxn-Release-Date to Lhold-Release-Date
           End-If
           Move LegalTxn-Operator-Id to Lhold-Released-By
           Rewrite Legal-Hold-Record
           Display "LegalMnt: " LegalTxn-Subject-Type " "
                   LegalTxn-Subject-Number " under "
                   LegalTxn-Matter-Ref " released as of "
                   Lhold-Release-Date
           Add 1 to TxnsApplied.

       9000-Terminate.
           Close LegalTxnFile
           Close LegalHoldFile
           Display "LegalMnt: applied=" TxnsApplied
                   " rejected=" TxnsRejected.

       End program "LegalMnt".
