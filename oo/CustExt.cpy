      ******************************************************************
      * CUSTEXT.CPY                                                   *
      *----------------------------------------------------------------*
      * Keyed customer extension file (CUSTEXT), keyed by customer    *
      * number: the customer attributes that no longer fit in         *
      * CUSTREC, whose record length is fixed and whose spare bytes   *
      * are spent.  A customer with nothing recorded here simply has  *
      * no row.  Maintained by CustMaint; the date of birth drives    *
      * the month-end custodial age-of-majority run (MinorConv) and   *
      * the IRA catch-up limit, the backup-withholding status         *
      * governs the interest paid to the customer's accounts, and the *
      * RDC daily limit caps what RdcPost accepts from the customer's *
      * scanned deposits, the address-change date feeds the           *
      * new-account fraud monitor (NewAcctMon), and the returned-mail *
      * flag holds the customer's mail at the branch.                 *
      ******************************************************************
       01 Cust-Ext-Record.
          05 CustExt-Number         pic 9(6).
      *  date of birth -- zero means none on file
          05 CustExt-Date-Of-Birth  pic 9(8).
          05 CustExt-Last-Maint-Date pic 9(8).
      *  backup withholding on interest: "M" TIN missing, "B" IRS
      *  B-notice (TIN certified incorrect); space -- not subject,
      *  unless CUSTMAST carries no tax ID at all
          05 CustExt-Backup-Wh-Status pic X(01).
             88 CustExt-Backup-Wh-None    value space.
             88 CustExt-Backup-Wh-Missing value "M".
             88 CustExt-Backup-Wh-BNotice value "B".
             88 CustExt-Backup-Wh-Applies values "M" "B".
             88 CustExt-Backup-Wh-Valid   values " " "M" "B".
      *  date the status was last set or cleared
          05 CustExt-Backup-Wh-Date pic 9(8).
      *  remote deposit capture: the most the customer's office may
      *  deposit through RDC in one day -- zero means not enrolled --
      *  and what RdcPost has accepted so far on CustExt-Rdc-Usage-Date
          05 CustExt-Rdc-Daily-Limit pic 9(9).
          05 CustExt-Rdc-Usage-Date pic 9(8).
          05 CustExt-Rdc-Used-Today pic S9(11) comp-3.
      *  the business date the mailing address last changed, stamped
      *  through AddrChg by CustMaint and CrmSync; spaces on rows
      *  that predate the field
          05 CustExt-Address-Chg-Date pic 9(8).
      *  returned mail: "Y" once the post office has sent a document
      *  back undeliverable (MailRet), with the date it came back;
      *  cleared through AddrChg when a new address is recorded.
      *  Mail for a flagged customer is held at the branch (MailChk)
          05 CustExt-Mail-Returned  pic X(01).
             88 CustExt-Undeliverable    value "Y".
          05 CustExt-Mail-Returned-Date pic 9(8).
          05 Filler                 pic X(09).
      ***********************
      * End of CUSTEXT.CPY  *
      ***********************
