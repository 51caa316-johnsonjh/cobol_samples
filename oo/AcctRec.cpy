      * ODBC program that has to agree with them on the file's shape.  *
      * Grow this record by carving fields out of the trailing FILLER  *
      * so the physical record length does not change underneath any   *
      * program that has not yet been recompiled.  The record was      *
      * widened once, from 200 to 300 bytes, when that FILLER ran out  *
      * -- AcctConv converts a 200-byte master, snapshot or archive    *
      * -- and the same rule applies to the new trailing FILLER.       *
      ******************************************************************
       01 Acct-Master-Record.
          05 Master-Account-Number   pic 9(6).
             88 Master-Status-Closed    value "C".
             88 Master-Status-Frozen    value "F".
             88 Master-Status-Dormant   value "D".
      *  charged off -- balance written off to loan loss and the
      *  account closed to everything but recoveries
             88 Master-Status-ChargedOff value "W".
          05 Master-Hold-Amount     pic S9(9) binary.
          05 Master-Account-Type     pic X(01).
             88 Master-Type-Basic       value "B".
             88 Master-Type-Checking    value "C".
             88 Master-Type-Savings     value "S".
             88 Master-Type-TimeDeposit value "T".
             88 Master-Type-Loan        value "L".
      *  individual retirement account -- savings-type, but every
      *  deposit is a contribution for a tax year and every
      *  withdrawal a coded distribution (see IraAccount)
             88 Master-Type-IRA         value "R".
          05 Master-Owner-Count      pic 9(01).
          05 Master-Owner-Table      occurs 4 times.
             10 Master-Owner-Name       pic X(20).
      *  deposit rolls over at maturity, and the per-month rate it
      *  was sold at (persisted here since CDs are not on the
      *  SAVACCTS roster)
          05 Master-CD-Terms.
             10 Master-CD-Term-Months   pic 9(03).
             10 Master-CD-Maturity-Date pic 9(08).
             10 Master-CD-Rollover      pic X(01).
                88 Master-CD-Rolls-Over    value "Y".
             10 Master-CD-Rate          pic S9(3)V9(4) comp-3.
      *  installment-loan terms -- the same bytes seen the loan way,
      *  meaningful only on type-L accounts: the term in months, the
      *  final maturity date, a billing-hold flag ("Y" stops the
      *  nightly billing stage from billing or late-charging the
      *  loan, e.g. while a workout is negotiated) and the per-month
      *  note rate.  The principal outstanding is carried, positive,
      *  in Master-Account-Balance.
          05 Master-Loan-Terms redefines Master-CD-Terms.
             10 Master-Loan-Term-Months   pic 9(03).
             10 Master-Loan-Maturity-Date pic 9(08).
             10 Master-Loan-Billing-Hold  pic X(01).
                88 Master-Loan-Billing-Held value "Y".
             10 Master-Loan-Note-Rate     pic S9(3)V9(4) comp-3.
      *  customer number behind each owner slot of the owner table
      *  above (same subscript); zero until the owner is linked to a
      *  CUSTMAST customer
      *  cuts -- the SavWdChg run warns at the limit and charges
      *  past it
          05 Master-Period-Withdrawals pic 9(02).
      *  installment-loan payment terms, meaningful only on type-L
      *  accounts: the level monthly payment the amortization
      *  schedule (LOANSCHD) was built on, and the due date of the
      *  oldest installment not yet paid in full -- zero once the
      *  loan is paid off
          05 Master-Loan-Payment     pic S9(9) binary.
          05 Master-Loan-Next-Due    pic 9(08).
      *  custodial (minor's) account: "C" while a custodian holds it
      *  for a minor owner, "N" once the age-of-majority notices have
      *  gone out; cleared, with the custodian's customer number,
      *  when the month-end MinorConv run re-titles the account to
      *  the minor.  Set through AcctMnt.
          05 Master-Custodial-Flag   pic X(01).
             88 Master-Is-Custodial     values "C" "N".
             88 Master-Custodial-Noticed value "N".
          05 Master-Custodian-Cust   pic 9(6) comp-3.
          05 Filler                  pic X(01).
      *  --- the 300-byte extension starts here ---
      *  the PRODUCTS catalog entry the account is sold under, which
      *  carries its pricing and behavior (see PRODREC.CPY and
      *  ProdLook); spaces on records that predate the field resolve
      *  to the base product of Master-Account-Type.  Set through
      *  AcctMnt.
          05 Master-Product-Code     pic X(04).
      *  fee exemption: a FEEEXMPT code (staff, nonprofit, senior
      *  checking ...) whose listed fee codes every fee path waives
      *  instead of charging, through FeeExmt, until the expiry date
      *  (zero never expires).  Spaces -- no exemption.  Set through
      *  AcctMnt.
          05 Master-Fee-Exempt-Code  pic X(02).
          05 Master-Fee-Exempt-Expiry pic 9(08).
      *  the business date the account was opened, stamped when
      *  "init" creates the record, and its first credit -- the
      *  opening deposit -- recorded by postJournal; spaces on
      *  records that predate the fields, so test the date for
      *  numeric first.  NewAcctMon watches accounts younger than
      *  its age limit off these.
          05 Master-Open-Date        pic 9(08).
          05 Master-Opening-Deposit  pic S9(9) binary.
      *  check stock, meaningful only on type-C accounts: the check
      *  numbers of the last box ordered from the check printer, the
      *  box before it (still being written while the new one is in
      *  the mail), and the business date the last box was ordered.
      *  Seeded through AcctMnt and advanced by the weekly ChkReord
      *  run as it orders; spaces on records that predate the fields,
      *  so test them for numeric first.
          05 Master-Check-Range.
             10 Master-Check-First       pic 9(09).
             10 Master-Check-Last        pic 9(09).
          05 Master-Check-Prior-Range.
             10 Master-Check-Prior-First pic 9(09).
             10 Master-Check-Prior-Last  pic 9(09).
          05 Master-Check-Order-Date  pic 9(08).
      *  excess-balance sweep, meaningful only on type-C accounts:
      *  "Y" has the nightly BalSweep stage move whatever the
      *  available balance holds above the target (in cents) to
      *  Master-Linked-Savings.  Set through AcctMnt; anything but
      *  "Y" -- spaces on older records -- means no sweep, and the
      *  target is not to be trusted without the flag.
          05 Master-Sweep-Flag       pic X(01).
             88 Master-Sweeps-Excess    value "Y".
          05 Master-Sweep-Target     pic S9(9) binary.
      *  depositor class for the regulatory deposit schedule: "D" a
      *  U.S. depository institution (bank, savings association,
      *  credit union), "F" a foreign bank or official institution;
      *  anything else -- spaces on older records -- is an ordinary
      *  depositor.  Set through AcctMnt.
          05 Master-Depositor-Class  pic X(01).
             88 Master-Depositor-Domestic-Bank value "D".
             88 Master-Depositor-Foreign-Bank  value "F".
             88 Master-Depositor-Is-Bank       values "D" "F".
          05 Filler                  pic X(24).
      ***********************
      * End of ACCTREC.CPY  *
      ***********************
