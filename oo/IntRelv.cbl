       cbl thread,pgmname(longmixed)
      ******************************************************************
      * IntRelv.cbl                                                    *
      *----------------------------------------------------------------*
      * Accrued-interest relief, CALLed wherever accrued interest is   *
      * actually credited -- InterestBatch for savings, interest      *
      * checking and the CD sweep, CDMature for a CD's term interest: *
      * account number and the amount paid in, the accrual relieved   *
      * (in cents) out.  The account's INTACCR row is zeroed for the  *
      * next period, with the payment and the accrual it relieved     *
      * kept side by side for the IntRecon reconciliation.  An        *
      * account paid with nothing accrued gets a row all the same, so *
      * the payment still reconciles against a zero accrual.           *
      ******************************************************************
       Identification division.
       Program-id. "IntRelv".
       Environment division.
       Input-Output Section.
       File-Control.
           Select IntAccrualFile Assign to "INTACCR"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is IntAccr-Account-Number
               File Status is IntAccrualStatus.
       Data Division.
       File Section.
       FD  IntAccrualFile.
           Copy IntAccr.

       Working-Storage Section.
       01  IntAccrualStatus       pic X(02) value spaces.
           88 IntAccrualOK           value "00".
       01  Business-Date          pic 9(8) value zero.

       Linkage Section.
       01  inAccountNumber        pic 9(6).
       01  inPaidAmount           pic S9(9) binary.
       01  outRelieved            pic S9(9) binary.

       Procedure Division using inAccountNumber inPaidAmount
                                outRelieved.
       0000-Mainline.
           Move zero to outRelieved
           If inAccountNumber = zero or inPaidAmount = zero
              Goback
           End-If
           Call "GetBusDate" using Business-Date
           Open I-O IntAccrualFile
           If IntAccrualStatus = "35"
              Open Output IntAccrualFile
              Close IntAccrualFile
              Open I-O IntAccrualFile
           End-If
           If not IntAccrualOK
              Display "IntRelv: unable to open INTACCR, rc="
                      IntAccrualStatus ", account " inAccountNumber
                      " not relieved"
              Goback
           End-If
           Move inAccountNumber to IntAccr-Account-Number
           Read IntAccrualFile
               Invalid Key
                   Perform 1000-Open-Ledger-Row
               Not Invalid Key
                   Perform 2000-Relieve-Ledger-Row
           End-Read
           Close IntAccrualFile
           Goback.

       1000-Open-Ledger-Row.
           Move inAccountNumber to IntAccr-Account-Number
           Move space         to IntAccr-Account-Type
           Move zero          to IntAccr-Accrued
           Move zero          to IntAccr-Last-Date
           Move Business-Date to IntAccr-Period-Start
           Move Business-Date to IntAccr-Last-Paid-Date
           Move inPaidAmount  to IntAccr-Last-Paid
           Move zero          to IntAccr-Last-Relieved
           Write Interest-Accrual-Record.

       2000-Relieve-Ledger-Row.
           Compute outRelieved rounded = IntAccr-Accrued
           Move Business-Date to IntAccr-Last-Paid-Date
           Move inPaidAmount  to IntAccr-Last-Paid
           Move outRelieved   to IntAccr-Last-Relieved
           Move zero          to IntAccr-Accrued
           Move Business-Date to IntAccr-Period-Start
           Rewrite Interest-Accrual-Record.

       End program "IntRelv".
