       cbl thread,pgmname(longmixed)
      ******************************************************************
      * MaskCopy.cbl                                                   *
      *----------------------------------------------------------------*
      * Masked test-data copy.  Copies ACCTMAST, CUSTMAST, CUSTXREF,  *
      * JRNLFILE, CHKREG and HOLDFILE into the test region's TSTACCT, *
      * TSTCUST, TSTXREF, TSTJRNL, TSTCHKR and TSTHOLD with nothing   *
      * real left on them to expose.  A customer keeps the customer   *
      * number but gets a made-up name, street address, city, state,  *
      * zip and tax id worked out from that number, so the customer   *
      * masks the same way on every file -- including the owner       *
      * names on the accounts the customer owns.  Every account       *
      * number, wherever it appears (the master's own key and linked  *
      * savings, the cross-reference, both journal account fields,    *
      * the check drawer and payee, the hold key), is replaced by the *
      * same new number: its first five digits pass through a keyed  *
      * one-to-one shuffle and the check digit is worked out again    *
      * the Account Factory's modulus-10 way, so every cross-         *
      * reference between the copies still lines up and every copied  *
      * account still passes the check digit.  The shuffle key is     *
      * MASKKEY (1-99999); without one the business date serves, so   *
      * two copies taken on different days do not mask alike.  Check  *
      * memos are blanked out, and the journal copy is chained afresh *
      * through JrnlHash so JrnlVrfy passes in the test region, with  *
      * the TSTCHN chain head left at its last entry so postings in   *
      * the test region carry the chain on; JrnlIxBld builds the      *
      * keyed JRNLIXD view from it there.                              *
      ******************************************************************
       Identification division.
       Program-id. "MaskCopy".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustMasterFile Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Cust-Number
               File Status is CustMasterStatus.
           Select TestCustFile Assign to "TSTCUST"
               Organization is Indexed
               Access Mode is Random
               Record Key is TCust-Key
               File Status is TestCustStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select TestAcctFile Assign to "TSTACCT"
               Organization is Indexed
               Access Mode is Random
               Record Key is TAcct-Key
               File Status is TestAcctStatus.
           Select CustXrefFile Assign to "CUSTXREF"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Xref-Key
               File Status is CustXrefStatus.
           Select TestXrefFile Assign to "TSTXREF"
               Organization is Indexed
               Access Mode is Random
               Record Key is TXref-Key
               File Status is TestXrefStatus.
           Select JournalFile Assign to "JRNLFILE"
               Organization is Sequential
               File Status is JournalFileStatus.
           Select TestJrnlFile Assign to "TSTJRNL"
               Organization is Sequential
               File Status is TestJrnlStatus.
           Select TestChainFile Assign to "TSTCHN"
               Organization is Sequential
               File Status is TestChainStatus.
           Select CheckRegisterFile Assign to "CHKREG"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Register-Event-Key
               File Status is CheckRegStatus.
           Select TestChkrFile Assign to "TSTCHKR"
               Organization is Indexed
               Access Mode is Random
               Record Key is TChkr-Key
               File Status is TestChkrStatus.
           Select HoldLedgerFile Assign to "HOLDFILE"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Hold-Key
               File Status is HoldLedgerStatus.
           Select TestHoldFile Assign to "TSTHOLD"
               Organization is Indexed
               Access Mode is Random
               Record Key is THold-Key
               File Status is TestHoldStatus.
       Data Division.
       File Section.
       FD  CustMasterFile.
           Copy CustRec.
       FD  TestCustFile.
       01  Test-Cust-Record.
           05 TCust-Key             pic 9(6).
           05 Filler                pic X(141).
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  TestAcctFile.
       01  Test-Acct-Record.
           05 TAcct-Key             pic 9(6).
           05 Filler                pic X(294).
       FD  CustXrefFile.
           Copy CustXref.
       FD  TestXrefFile.
       01  Test-Xref-Record.
           05 TXref-Key             pic X(12).
           05 Filler                pic X(29).
       FD  JournalFile.
           Copy Journal.
       FD  TestJrnlFile.
       01  Test-Jrnl-Record         pic X(91).
       FD  TestChainFile.
           Copy JrnlChn.
       FD  CheckRegisterFile.
           Copy CheckReg.
       FD  TestChkrFile.
       01  Test-Chkr-Record.
           05 TChkr-Key             pic X(11).
           05 Filler                pic X(84).
       FD  HoldLedgerFile.
           Copy HoldRec.
       FD  TestHoldFile.
       01  Test-Hold-Record.
           05 THold-Key             pic X(10).
           05 Filler                pic X(53).

       Working-Storage Section.
       01  CustMasterStatus       pic X(02) value spaces.
           88 CustMasterOK           value "00".
       01  TestCustStatus         pic X(02) value spaces.
           88 TestCustOK             value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  TestAcctStatus         pic X(02) value spaces.
           88 TestAcctOK             value "00".
       01  CustXrefStatus         pic X(02) value spaces.
           88 CustXrefOK             value "00".
       01  TestXrefStatus         pic X(02) value spaces.
           88 TestXrefOK             value "00".
       01  JournalFileStatus      pic X(02) value spaces.
           88 JournalFileOK          value "00".
       01  TestJrnlStatus         pic X(02) value spaces.
           88 TestJrnlOK             value "00".
       01  TestChainStatus        pic X(02) value spaces.
           88 TestChainOK            value "00".
       01  CheckRegStatus         pic X(02) value spaces.
           88 CheckRegOK             value "00".
       01  TestChkrStatus         pic X(02) value spaces.
           88 TestChkrOK             value "00".
       01  HoldLedgerStatus       pic X(02) value spaces.
           88 HoldLedgerOK           value "00".
       01  TestHoldStatus         pic X(02) value spaces.
           88 TestHoldOK             value "00".
       01  ReadEOF-Switch         pic X(01) value "N".
           88 NoMoreRecords          value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Key-Env-Value          pic X(05) value spaces.
       01  Mask-Key               pic 9(5) value zero.
       01  Mask-Multiplier        pic 9(5) value 7919.
       01  Mask-Product           pic 9(11) value zero.
       01  Mask-Quotient          pic 9(11) value zero.
       01  Mask-Hash              pic 9(6) value zero.
       01  Mask-Remainder         pic 9(5) value zero.
       01  Mask-Old-Account       pic 9(6) value zero.
       01  Mask-New-Account       pic 9(6) value zero.
       01  Mask-Base              pic 9(5) value zero.
       01  Mask-Number            pic 9(6) value zero.
       01  Mask-Name              pic X(20) value spaces.
       01  Owner-Index            pic 9(1) value zero.
       01  Previous-Hash          pic 9(18) value zero.

      *  the Account Factory's check digit: digits 1-5 weighted 2
      *  through 6 and summed; the sum mod 10 is digit 6
       01  Check-Digit-Work.
           05 CDW-Account-Display pic 9(06).
           05 CDW-Number redefines CDW-Account-Display.
              10 CDW-Digit occurs 6 times pic 9.
           05 CDW-Sum             pic 9(03) binary.
           05 CDW-Quotient        pic 9(03) binary.
           05 CDW-Computed        pic 9(01).

      *  the made-up identity a customer number masks to
       01  Fake-Identity.
           05 Fake-Name           pic X(20).
           05 Fake-Address-1      pic X(30).
           05 Fake-City           pic X(20).
           05 Fake-State          pic X(02).
           05 Fake-Zip            pic X(09).
           05 Fake-Tax-Id.
              10 Filler           pic X(03) value "999".
              10 Fake-Tax-Number  pic 9(6).
       01  Fake-House-Number      pic 9(4) value zero.
       01  First-Index            pic 9(2) value zero.
       01  Last-Index             pic 9(2) value zero.
       01  Street-Index           pic 9(2) value zero.
       01  City-Index             pic 9(2) value zero.
       01  Fake-Zip-Work.
           05 Filler              pic X(01) value "9".
           05 Fake-Zip-Digits     pic 9(4).

       01  First-Name-Values.
           05 Filler              pic X(40) value
              "ALICE     BRIAN     CAROL     DAVID     ".
           05 Filler              pic X(40) value
              "ELLEN     FRANK     GRACE     HENRY     ".
           05 Filler              pic X(40) value
              "IRENE     JAMES     KAREN     LOUIS     ".
           05 Filler              pic X(40) value
              "MARIA     NORMAN    OLIVE     PETER     ".
       01  First-Names redefines First-Name-Values.
           05 First-Name          occurs 16 times pic X(10).
       01  Last-Name-Values.
           05 Filler              pic X(40) value
              "ADAMS     BAKER     CLARK     DAVIS     ".
           05 Filler              pic X(40) value
              "EVANS     FOSTER    GREEN     HAYES     ".
           05 Filler              pic X(40) value
              "IRWIN     JONES     KELLY     LEWIS     ".
           05 Filler              pic X(40) value
              "MILLER    NELSON    OWENS     PARKER    ".
       01  Last-Names redefines Last-Name-Values.
           05 Last-Name           occurs 16 times pic X(10).
       01  Street-Values.
           05 Filler              pic X(32) value
              "OAK     MAPLE   CEDAR   PINE    ".
           05 Filler              pic X(32) value
              "ELM     BIRCH   WALNUT  SPRUCE  ".
       01  Streets redefines Street-Values.
           05 Street-Name         occurs 8 times pic X(08).
       01  City-Values.
           05 Filler              pic X(32) value
              "SPRINGFIELD   ILRIVERTON      WY".
           05 Filler              pic X(32) value
              "FAIRVIEW      ORGREENVILLE    SC".
           05 Filler              pic X(32) value
              "MADISON       WICLINTON       IA".
           05 Filler              pic X(32) value
              "FRANKLIN      TNGEORGETOWN    TX".
       01  Cities redefines City-Values.
           05 City-Entry          occurs 8 times.
              10 City-Name        pic X(14).
              10 City-State       pic X(02).

       01  CustomersCopied        pic 9(7) value zero.
       01  AccountsCopied         pic 9(7) value zero.
       01  AccountsOffCheck       pic 9(7) value zero.
       01  XrefsCopied            pic 9(7) value zero.
       01  EntriesCopied          pic 9(7) value zero.
       01  CheckEventsCopied      pic 9(7) value zero.
       01  HoldsCopied            pic 9(7) value zero.
       01  Collisions             pic 9(7) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Copy-Customers
           Perform 3000-Copy-Accounts
           Perform 4000-Copy-Cross-Reference
           Perform 5000-Copy-Journal
           Perform 6000-Copy-Check-Register
           Perform 7000-Copy-Holds
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "MaskCopy: masked test-data copy starting"
           Call "GetBusDate" using Business-Date
           Move spaces to Key-Env-Value
           Accept Key-Env-Value from Environment "MASKKEY"
           If Key-Env-Value is numeric
                 and Key-Env-Value not = "00000"
              Move Key-Env-Value to Mask-Key
           Else
              Divide Business-Date by 100000 giving Mask-Quotient
                  remainder Mask-Key
              If Mask-Key = zero
                 Move 1 to Mask-Key
              End-If
           End-If.

      *****************************************************************
      * CUSTMAST: the customer number stays, everything that would    *
      * identify the person behind it is replaced.                     *
      *****************************************************************
       2000-Copy-Customers.
           Open Input CustMasterFile
           If not CustMasterOK
              Display "MaskCopy: unable to open CUSTMAST, rc="
                      CustMasterStatus ", customers not copied"
              Exit Paragraph
           End-If
           Open Output TestCustFile
           Move "N" to ReadEOF-Switch
           Perform 2100-Read-Customer
           Perform 2200-Mask-One-Customer
               Until NoMoreRecords
           Close CustMasterFile
           Close TestCustFile.

       2100-Read-Customer.
           Read CustMasterFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       2200-Mask-One-Customer.
           Move Cust-Number to Mask-Number
           Perform 8100-Make-Fake-Identity
           Move Fake-Name      to Cust-Name
           Move Fake-Address-1 to Cust-Address-1
           Move spaces         to Cust-Address-2
           Move Fake-City      to Cust-City
           Move Fake-State     to Cust-State
           Move Fake-Zip       to Cust-Zip
           Move Fake-Tax-Id    to Cust-Tax-Id
           Write Test-Cust-Record from Customer-Record
               Invalid Key
                   Add 1 to Collisions
               Not Invalid Key
                   Add 1 to CustomersCopied
           End-Write
           Perform 2100-Read-Customer.

      *****************************************************************
      * ACCTMAST: new account number and linked-savings number; each  *
      * owner slot takes the masked name of the customer it is linked *
      * to, or one made up from the slot when it has none.             *
      *****************************************************************
       3000-Copy-Accounts.
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "MaskCopy: unable to open ACCTMAST, rc="
                      AcctMasterStatus ", accounts not copied"
              Exit Paragraph
           End-If
           Open Output TestAcctFile
           Move "N" to ReadEOF-Switch
           Perform 3100-Read-Account
           Perform 3200-Mask-One-Account
               Until NoMoreRecords
           Close AcctMasterFile
           Close TestAcctFile.

       3100-Read-Account.
           Read AcctMasterFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       3200-Mask-One-Account.
           Move Master-Account-Number to CDW-Account-Display
           Perform 8200-Compute-Check-Digit
           If CDW-Computed not = CDW-Digit(6)
              Add 1 to AccountsOffCheck
           End-If
           Move Master-Account-Number to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Master-Account-Number
           Move Master-Linked-Savings to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Master-Linked-Savings
           Perform 3300-Mask-One-Owner
               Varying Owner-Index from 1 by 1
               Until Owner-Index > 4
           Write Test-Acct-Record from Acct-Master-Record
               Invalid Key
                   Add 1 to Collisions
                   Display "MaskCopy: account " Mask-New-Account
                           " already on TSTACCT, not copied"
               Not Invalid Key
                   Add 1 to AccountsCopied
           End-Write
           Perform 3100-Read-Account.

       3300-Mask-One-Owner.
           If Master-Owner-Name(Owner-Index) = spaces
              Exit Paragraph
           End-If
           If Master-Owner-Cust-Id(Owner-Index) is numeric
                 and Master-Owner-Cust-Id(Owner-Index) not = zero
              Move Master-Owner-Cust-Id(Owner-Index) to Mask-Number
           Else
              Compute Mask-Number =
                  Master-Account-Number + Owner-Index
           End-If
           Perform 8100-Make-Fake-Identity
           Move Fake-Name to Master-Owner-Name(Owner-Index).

       4000-Copy-Cross-Reference.
           Open Input CustXrefFile
           If not CustXrefOK
              Display "MaskCopy: unable to open CUSTXREF, rc="
                      CustXrefStatus ", cross-reference not copied"
              Exit Paragraph
           End-If
           Open Output TestXrefFile
           Move "N" to ReadEOF-Switch
           Perform 4100-Read-Xref
           Perform 4200-Mask-One-Xref
               Until NoMoreRecords
           Close CustXrefFile
           Close TestXrefFile.

       4100-Read-Xref.
           Read CustXrefFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       4200-Mask-One-Xref.
           Move Xref-Account-Number to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Xref-Account-Number
           Write Test-Xref-Record from Cust-Xref-Record
               Invalid Key
                   Add 1 to Collisions
               Not Invalid Key
                   Add 1 to XrefsCopied
           End-Write
           Perform 4100-Read-Xref.

      *****************************************************************
      * JRNLFILE keeps its append order; each masked entry is chained *
      * afresh from zero, the start of a generation.                   *
      *****************************************************************
       5000-Copy-Journal.
           Open Input JournalFile
           If not JournalFileOK
              Display "MaskCopy: unable to open JRNLFILE, rc="
                      JournalFileStatus ", journal not copied"
              Exit Paragraph
           End-If
           Open Output TestJrnlFile
           Move zero to Previous-Hash
           Move "N" to ReadEOF-Switch
           Perform 5100-Read-Journal
           Perform 5200-Mask-One-Entry
               Until NoMoreRecords
           Close JournalFile
           Close TestJrnlFile
           Open Output TestChainFile
           Move spaces to Chain-Head-Record
           Move Previous-Hash to Chain-Last-Hash
           Move EntriesCopied to Chain-Entry-Count
           Write Chain-Head-Record
           Close TestChainFile.

       5100-Read-Journal.
           Read JournalFile
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       5200-Mask-One-Entry.
           Move Journal-Account-Number to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Journal-Account-Number
           Move Journal-Link-Account to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Journal-Link-Account
           Call "JrnlHash" using Journal-Record
                                 Previous-Hash
                                 Journal-Chain-Hash
           Move Journal-Chain-Hash to Previous-Hash
           Write Test-Jrnl-Record from Journal-Record
           Add 1 to EntriesCopied
           Perform 5100-Read-Journal.

       6000-Copy-Check-Register.
           Open Input CheckRegisterFile
           If not CheckRegOK
              Display "MaskCopy: unable to open CHKREG, rc="
                      CheckRegStatus ", check register not copied"
              Exit Paragraph
           End-If
           Open Output TestChkrFile
           Move "N" to ReadEOF-Switch
           Perform 6100-Read-Check-Event
           Perform 6200-Mask-One-Check-Event
               Until NoMoreRecords
           Close CheckRegisterFile
           Close TestChkrFile.

       6100-Read-Check-Event.
           Read CheckRegisterFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       6200-Mask-One-Check-Event.
           Move Register-Drawer-Account to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Register-Drawer-Account
           Move Register-Payee-Account to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Register-Payee-Account
           If Register-Memo not = spaces
              Move "MEMO MASKED" to Register-Memo
           End-If
           Write Test-Chkr-Record from Check-Register-Record
               Invalid Key
                   Add 1 to Collisions
               Not Invalid Key
                   Add 1 to CheckEventsCopied
           End-Write
           Perform 6100-Read-Check-Event.

       7000-Copy-Holds.
           Open Input HoldLedgerFile
           If not HoldLedgerOK
              Display "MaskCopy: unable to open HOLDFILE, rc="
                      HoldLedgerStatus ", holds not copied"
              Exit Paragraph
           End-If
           Open Output TestHoldFile
           Move "N" to ReadEOF-Switch
           Perform 7100-Read-Hold
           Perform 7200-Mask-One-Hold
               Until NoMoreRecords
           Close HoldLedgerFile
           Close TestHoldFile.

       7100-Read-Hold.
           Read HoldLedgerFile Next Record
               At End
                   Move "Y" to ReadEOF-Switch
           End-Read.

       7200-Mask-One-Hold.
           Move Hold-Account-Number to Mask-Old-Account
           Perform 8000-Mask-Account-Number
           Move Mask-New-Account to Hold-Account-Number
           Write Test-Hold-Record from Hold-Record
               Invalid Key
                   Add 1 to Collisions
               Not Invalid Key
                   Add 1 to HoldsCopied
           End-Write
           Perform 7100-Read-Hold.

      *****************************************************************
      * Mask-Old-Account to Mask-New-Account.  The first five digits  *
      * -- all a valid number carries, the sixth being their check    *
      * digit -- go through (digits * 7919 + MASKKEY) mod 100000,     *
      * one-to-one since 7919 shares no factor with 100000, and the   *
      * check digit is worked out again.  Zero (no account) stays     *
      * zero.                                                          *
      *****************************************************************
       8000-Mask-Account-Number.
           If Mask-Old-Account = zero
              Move zero to Mask-New-Account
              Exit Paragraph
           End-If
           Divide Mask-Old-Account by 10 giving Mask-Base
           Compute Mask-Product = Mask-Base * Mask-Multiplier
                                  + Mask-Key
           Divide Mask-Product by 100000 giving Mask-Quotient
               remainder Mask-Base
           Compute CDW-Account-Display = Mask-Base * 10
           Perform 8200-Compute-Check-Digit
           Compute Mask-New-Account = Mask-Base * 10 + CDW-Computed.

      *****************************************************************
      * Mask-Number (a customer number) to a made-up name, street,    *
      * city, state, zip and tax id.  The tax id is 999 and the       *
      * customer number -- never issued, and one per customer.         *
      *****************************************************************
       8100-Make-Fake-Identity.
           Compute Mask-Product = Mask-Number * Mask-Multiplier
                                  + Mask-Key
           Divide Mask-Product by 1000000 giving Mask-Quotient
               remainder Mask-Hash
           Divide Mask-Hash by 16 giving Mask-Quotient
               remainder Mask-Remainder
           Compute First-Index = Mask-Remainder + 1
           Divide Mask-Quotient by 16 giving Mask-Quotient
               remainder Mask-Remainder
           Compute Last-Index = Mask-Remainder + 1
           Divide Mask-Quotient by 8 giving Mask-Quotient
               remainder Mask-Remainder
           Compute Street-Index = Mask-Remainder + 1
           Divide Mask-Quotient by 8 giving Mask-Quotient
               remainder Mask-Remainder
           Compute City-Index = Mask-Remainder + 1
           Divide Mask-Hash by 9000 giving Mask-Quotient
               remainder Fake-House-Number
           Add 100 to Fake-House-Number
           Divide Mask-Hash by 10000 giving Mask-Quotient
               remainder Fake-Zip-Digits
           Move spaces to Fake-Name
           String First-Name(First-Index) delimited by space
                  " "                     delimited by size
                  Last-Name(Last-Index)   delimited by space
             into Fake-Name
           End-String
           Move spaces to Fake-Address-1
           String Fake-House-Number        delimited by size
                  " "                      delimited by size
                  Street-Name(Street-Index) delimited by space
                  " ST"                    delimited by size
             into Fake-Address-1
           End-String
           Move City-Name(City-Index)  to Fake-City
           Move City-State(City-Index) to Fake-State
           Move Fake-Zip-Work          to Fake-Zip
           Move Mask-Number            to Fake-Tax-Number.

       8200-Compute-Check-Digit.
           Compute CDW-Sum = CDW-Digit(1) * 2
                            + CDW-Digit(2) * 3
                            + CDW-Digit(3) * 4
                            + CDW-Digit(4) * 5
                            + CDW-Digit(5) * 6
           Divide CDW-Sum by 10 giving CDW-Quotient
               remainder CDW-Computed.

       9000-Terminate.
           Display "MaskCopy: customers=" CustomersCopied
                   " accounts=" AccountsCopied
                   " xref=" XrefsCopied
                   " journal=" EntriesCopied
                   " check events=" CheckEventsCopied
                   " holds=" HoldsCopied
           If AccountsOffCheck > zero
              Display "MaskCopy: " AccountsOffCheck " ACCTMAST "
                      "numbers failed the check digit; masked by "
                      "their first five digits all the same"
           End-If
           If Collisions > zero
              Display "MaskCopy: " Collisions " records collided on "
                      "a masked key and were not copied"
              Move 4 to Return-Code
           End-If.

       End program "MaskCopy".
