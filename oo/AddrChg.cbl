       cbl thread,pgmname(longmixed)
      ******************************************************************
      * AddrChg.cbl                                                    *
      *----------------------------------------------------------------*
      * Stamps the date a customer's mailing address changed on the   *
      * customer's CUSTEXT extension row -- CUSTREC has no spare      *
      * bytes left for it.  CALLed by CustMaint's change transaction  *
      * and by CrmSync's CRM address pull, each only when the address *
      * really differs from what CUSTMAST held; the row is written on *
      * first use and rewritten after that.  The new-account fraud    *
      * monitor (NewAcctMon) reads the date: an address changed soon  *
      * after an account opens is one of the marks of a takeover.     *
      * A new address also clears the returned-mail flag MailRet set, *
      * so the customer's mail stops being held at the branch.        *
      ******************************************************************
       Identification division.
       Program-id. "AddrChg".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustExtFile Assign to "CUSTEXT"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is CustExt-Number
               File Status is CustExtStatus.
       Data Division.
       File Section.
       FD  CustExtFile.
           Copy CustExt.

       Working-Storage Section.
       01  CustExtStatus          pic X(02) value spaces.
           88 CustExtOK              value "00".

       Linkage Section.
       01  inCustomerNumber       pic 9(6).
       01  inChangeDate           pic 9(8).

       Procedure Division using inCustomerNumber inChangeDate.
       0000-Mainline.
           Open I-O CustExtFile
           If CustExtStatus = "35"
              Open Output CustExtFile
              Close CustExtFile
              Open I-O CustExtFile
           End-If
           If not CustExtOK
              Display "AddrChg: unable to open CUSTEXT, rc="
                      CustExtStatus ", address change for customer "
                      inCustomerNumber " not recorded"
              Goback
           End-If
           Move inCustomerNumber to CustExt-Number
           Read CustExtFile
               Invalid Key
                   Move spaces to Cust-Ext-Record
                   Move inCustomerNumber to CustExt-Number
                   Move zero to CustExt-Date-Of-Birth
                   Move zero to CustExt-Backup-Wh-Date
                   Move zero to CustExt-Rdc-Daily-Limit
                   Move zero to CustExt-Rdc-Usage-Date
                   Move zero to CustExt-Rdc-Used-Today
                   Move zero to CustExt-Mail-Returned-Date
                   Move inChangeDate to CustExt-Address-Chg-Date
                   Move inChangeDate to CustExt-Last-Maint-Date
                   Write Cust-Ext-Record
               Not Invalid Key
      *  a new address clears any returned-mail flag -- mail goes
      *  out to it again from the next run
                   Move space to CustExt-Mail-Returned
                   Move zero to CustExt-Mail-Returned-Date
                   Move inChangeDate to CustExt-Address-Chg-Date
                   Move inChangeDate to CustExt-Last-Maint-Date
                   Rewrite Cust-Ext-Record
           End-Read
           Close CustExtFile
           Goback.

       End program "AddrChg".
