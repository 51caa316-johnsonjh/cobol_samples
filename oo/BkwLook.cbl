       cbl thread,pgmname(longmixed)
      ******************************************************************
      * BkwLook.cbl                                                    *
      *----------------------------------------------------------------*
      * Backup-withholding resolution, CALLed wherever interest is     *
      * credited: customer number in, the withholding rate in basis   *
      * points and the reason out.  A customer is subject when the    *
      * CUSTEXT backup-withholding status says so ("B" IRS B-notice,  *
      * "M" TIN missing) or when CUSTMAST carries no tax ID at all,   *
      * which reports as "M".  The rate is the FEESCHED BKWR row      *
      * (default 2400 -- 24 percent).  A customer not subject, not on *
      * file, or a zero customer number comes back with a zero rate   *
      * and a blank reason.                                            *
      ******************************************************************
       Identification division.
       Program-id. "BkwLook".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
       Data Division.
       File Section.
       FD  CustMasterFile.
           Copy CustRec.
       FD  CustExtFile.
           Copy CustExt.

       Working-Storage Section.
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".
       01  Bkw-Fee-Type           pic X(01) value "*".
       01  Bkw-Default-Rate       pic S9(9) binary value 2400.

       Linkage Section.
       01  inCustomerNumber       pic 9(6).
       01  outRateBasisPoints     pic S9(9) binary.
       01  outReason              pic X(01).

       Procedure Division using inCustomerNumber
                                outRateBasisPoints outReason.
       0000-Mainline.
           Move zero  to outRateBasisPoints
           Move space to outReason
           If inCustomerNumber = zero
              Goback
           End-If
           Perform 1000-Check-Tax-Id
           Perform 2000-Check-Status
           If outReason not = space
              Call "FeeLook" using by content "BKWR"
                   by reference Bkw-Fee-Type Bkw-Default-Rate
                                outRateBasisPoints
           End-If
           Goback.

       1000-Check-Tax-Id.
           Open Input CustMasterFile
           If not CustMasterOK
              Exit Paragraph
           End-If
           Move inCustomerNumber to Cust-Number
           Read CustMasterFile
               Invalid Key
                   Close CustMasterFile
                   Exit Paragraph
           End-Read
           Close CustMasterFile
           If Cust-Tax-Id = spaces or Cust-Tax-Id = low-values
                 or Cust-Tax-Id = "000000000"
              Move "M" to outReason
           End-If.

       2000-Check-Status.
           Open Input CustExtFile
           If not CustExtOK
              Exit Paragraph
           End-If
           Move inCustomerNumber to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move space to CustExt-Backup-Wh-Status
           End-Read
           Close CustExtFile
           If CustExt-Backup-Wh-Applies
              Move CustExt-Backup-Wh-Status to outReason
           End-If.

       End program "BkwLook".
