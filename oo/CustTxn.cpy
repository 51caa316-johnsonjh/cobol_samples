      *  journaled and audited by the Account methods themselves
             88 CustTxn-Remove-Owner   value "R".
             88 CustTxn-Promote-Owner  value "P".
      *  "X" records the customer's date of death (CustTxn-Death-Date)
             88 CustTxn-Record-Death   value "X".
      *  "B" records the customer's date of birth (CustTxn-Birth-Date)
      *  on the CUSTEXT extension file
             88 CustTxn-Record-Birth   value "B".
      *  "W" sets the customer's backup-withholding status
      *  (CustTxn-Backup-Wh-Status; space clears it) on CUSTEXT
             88 CustTxn-Backup-Withholding value "W".
      *  "E" enrolls the customer for remote deposit capture with the
      *  daily limit in CustTxn-Rdc-Daily-Limit (zero withdraws the
      *  enrollment) on CUSTEXT
             88 CustTxn-Rdc-Enrollment value "E".
      *  "H" confirms the household HhBuild proposed for the customer
      *  on HOUSEHLD (or lifts a split); "S" splits the customer out
      *  of a household and keeps the customer apart from the next
      *  proposal run
             88 CustTxn-Confirm-Household value "H".
             88 CustTxn-Split-Household value "S".
          05 CustTxn-Number         pic 9(6).
          05 CustTxn-Name           pic X(20).
          05 CustTxn-Address-1      pic X(30).
          05 CustTxn-State          pic X(02).
          05 CustTxn-Zip            pic X(09).
          05 CustTxn-Tax-Id         pic X(09).
      *  RDC daily limit, carried on an "E" request in the tax-id
      *  bytes
          05 CustTxn-Rdc-Daily-Limit redefines CustTxn-Tax-Id
                                    pic 9(09).
          05 CustTxn-Link-Account   pic 9(6).
      *  statement delivery preference carried on adds and changes --
      *  P paper, E electronic, B both; blank on an add defaults to
      *  paper, blank on a change leaves the preference alone
          05 CustTxn-Delivery       pic X(01).
      *  date of death, carried on an "X" request -- the customer is
      *  reported deceased as of this date
          05 CustTxn-Death-Date     pic 9(08).
      *  date of birth, carried on a "B" request in the same bytes
          05 CustTxn-Birth-Date redefines CustTxn-Death-Date
                                    pic 9(08).
      *  backup-withholding status, carried on a "W" request --
      *  M TIN missing, B IRS B-notice, space not subject
          05 CustTxn-Backup-Wh-Status pic X(01).
          05 Filler                 pic X(04).
      ***********************
      * End of CUSTTXN.CPY  *
      ***********************
