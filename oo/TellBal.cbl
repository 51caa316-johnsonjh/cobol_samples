      * Daily teller-balancing report.  The journal's online postings  *
      * carry the operator who drove them, so this run sorts the      *
      * day's operator-stamped entries by operator, totals each       *
      * teller's credits and debits -- loan payments and charged-off  *
      * recoveries taken at the window count as cash in, as deposits  *
      * do -- and match-merges the totals against the TELLDECL drawer *
      * declarations the tellers keyed at close -- the same match-and-*
      * exception shape BalRpt applies to accounts, applied per       *
      * teller.  A declared drawer that does not equal the posted net *
      * is flagged OVER or SHORT on TELLBAL; an operator who posted   *
      * without declaring, or declared without posting, is an         *
      * exception too.                                                *
      ******************************************************************
       Identification division.
       Program-id. "TellBal" recursive.
           05 Sort-Operator-Id      pic X(8).
           05 Sort-Type             pic X(01).
              88 Sort-Credit           value "C".
      *  cash taken in at the window: a deposit, the late-charge,
      *  interest and principal legs of a loan payment, or a
      *  recovery on a charged-off account
              88 Sort-Cash-In          values "C" "J" "V" "X" "Y".
              88 Sort-Debit            value "D".
           05 Sort-Amount           pic S9(9) binary.

      *****************************************************************
      * The operator's DRAWLEDG row for the business date, when one   *
      * exists: the declared drawer is reconciled against opening     *
      * float plus vault buys less vault sells plus official-check    *
      * cash taken in plus the journal's posted net, so a mid-day     *
      * vault movement or an official check sold for cash no longer   *
      * reads as an over or short.  No drawer subsystem on file       *
      * simply leaves the figures at zero -- the original             *
      * journal-only match.                                           *
      *****************************************************************
       01  DrawerLedgerStatus     pic X(02) value spaces.
           88 DrawerLedgerOK         value "00".
       01  Drawer-Float-Found     pic S9(9) binary value zero.
       01  Drawer-Buys-Found      pic S9(9) binary value zero.
       01  Drawer-Sells-Found     pic S9(9) binary value zero.
       01  Drawer-OfcCash-Found   pic S9(9) binary value zero.
       01  Expected-Cash          pic S9(11) binary value zero.
       01  TellersBalanced        pic 9(5) value zero.
       01  ExceptionCount         pic 9(5) value zero.
       2200-Release-One-Entry.
           If Journal-Operator-Id not = spaces
                 and Journal-Date = Today
                 and (Journal-Credit or Journal-Debit
                      or Journal-Loan-Late-Paid
                      or Journal-Loan-Interest
                      or Journal-Loan-Principal
                      or Journal-Recovery)
              Move Journal-Operator-Id to Sort-Operator-Id
              Move Journal-Type        to Sort-Type
              Move Journal-Amount      to Sort-Amount
      *****************************************************************
      * Output procedure: operator groups come back in ID order, the  *
      * same order TELLDECL is maintained in, so posted totals and    *
      * declarations match-merge directly.                            *
      *****************************************************************
       3000-Balance-Tellers.
           Move "N" to SortEOF-Switch
                           Debit-Count Debit-Total
              Move "Y" to GroupOpen-Switch
           End-If
           If Sort-Cash-In
              Add 1 to Credit-Count
              Add Sort-Amount to Credit-Total
           Else
           Compute Expected-Cash = Drawer-Float-Found
                                  + Drawer-Buys-Found
                                  - Drawer-Sells-Found
                                  + Drawer-OfcCash-Found
                                  + Posted-Net
           If not NoMoreDeclarations
                 and DeclaredKey = PostedKey

       4400-Read-Drawer-Ledger.
           Move zero to Drawer-Float-Found Drawer-Buys-Found
                        Drawer-Sells-Found Drawer-OfcCash-Found
           If not DrawerLedgerOpened
              Exit Paragraph
           End-If
                   Move Drawer-Open-Float  to Drawer-Float-Found
                   Move Drawer-Vault-Buys  to Drawer-Buys-Found
                   Move Drawer-Vault-Sells to Drawer-Sells-Found
                   Move Drawer-Official-Cash
                     to Drawer-OfcCash-Found
           End-Read.

       4100-Read-Declaration.
