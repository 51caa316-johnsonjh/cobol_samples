      *   - the CUSTXREF rows move from the duplicate to the          *
      *     survivor;                                                  *
      *   - the duplicate goes inactive with Cust-Merged-To pointing  *
      *     at where it went, logged with its before/after image on   *
      *     the CUSTHIST change history (CustHLog).                    *
      * Every pair lands on the CUSTMRGR merge audit report.  The     *
      * CustDup candidate listing feeds the worklist this job         *
      * consumes.                                                      *
       01  PairsRejected          pic 9(5) value zero.
       01  Reject-Reason          pic X(30) value spaces.
       01  Repoint-Account        pic 9(6) value zero.
      *  the duplicate as it stood before it was retired, for the
      *  CUSTHIST change history (see CustHLog)
       01  Before-Customer-Image  pic X(147) value spaces.
       01  No-Operator-Id         pic X(08) value spaces.
       01  Change-Log-Source      pic X(08) value "CUSTMRG ".
       01  Change-Log-Entity      pic X(01) value "A".
       01  Change-Log-Action      pic X(01) value "U".
       01  Change-Log-No-Hold     pic 9(4) value zero.

      *****************************************************************
      * The duplicate's accounts, collected first so the repoint      *
              Exit Paragraph
           End-If
           Rewrite Acct-Master-Record
           Call "ChgLog" using Change-Log-Source Change-Log-Entity
                               Change-Log-Action Master-Account-Number
                               Change-Log-No-Hold
           Add 1 to Accounts-Repointed

           Move Repoint-Account to Journal-Account-Number
               Invalid Key
                   Exit Paragraph
           End-Read
           Move Customer-Record to Before-Customer-Image
           Set Cust-Is-Inactive to true
           Move Mrg-Survivor  to Cust-Merged-To
           Move Business-Date to Cust-Last-Maint-Date
           Rewrite Customer-Record
           Call "CustHLog" using by content "CUSTMRG " "M"
                                 by content No-Operator-Id
                                            No-Operator-Id
                                 by reference Before-Customer-Image
                                              Customer-Record.

       2900-Report-One-Pair.
           Move Mrg-Survivor       to D-Survivor
