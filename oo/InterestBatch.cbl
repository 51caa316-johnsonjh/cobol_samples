      ******************************************************************
      * INTRBTCH.CBL                                                   *
      *----------------------------------------------------------------*
      * Interest-accrual batch: reads the SAVACCTS roster of savings   *
      * accounts and their interest rates, and credits one period's    *
      * interest to each one through SavingsAccount "accrueInterest".  *
      * Run as NightlyRun's calendar-driven interest stage on the      *
      * nights PROCCAL marks as accrual nights (still runnable         *
      * standalone for a catch-up).  Each credit is relieved off the   *
      * INTACCR accrued-interest ledger through IntRelv, and the GL    *
      * feed debits accrued interest payable for what the nightly      *
      * accrual already expensed, with only the unaccrued remainder    *
      * going to interest expense.                                     *
      ******************************************************************
       Identification division.
       Program-id. "InterestBatch" recursive.
       01  Snap-Image-Work.
          05 Snap-Work-Account-Number   pic 9(6).
          05 Snap-Work-Account-Balance  pic S9(9) binary.
          05 Filler                     pic X(290).
       01  RosterFileStatus       pic X(02) value spaces.
           88 RosterOK               value "00".
           88 RosterEOF              value "10".
       01  GLPostFileStatus       pic X(02) value spaces.
       01  InterestAmount         pic S9(9) binary value zero.
       01  TotalInterestPaid      pic S9(9) binary value zero.
       01  WithheldAmount         pic S9(9) binary value zero.
       01  TotalBackupWithheld    pic S9(9) binary value zero.
       01  AccountsWithheld       pic 9(6) value zero.
      *  zero taxpayer -- the account withholds for its own owner
       01  Own-Taxpayer           pic 9(6) value zero.
      *  the nightly accrual already booked the expense for what the
      *  INTACCR ledger relieves; only the difference is expensed here
       01  RelievedAmount         pic S9(9) binary value zero.
       01  TotalRelieved          pic S9(9) binary value zero.
       01  UnaccruedInterest      pic S9(9) binary value zero.

       01  RateTableStatus        pic X(02) value spaces.
           88 RateTableOK            value "00".
       01  Tier-Search            pic 9(2) value zero.
       01  AccountBalance         pic S9(9) binary value zero.
       01  Selected-Rate          pic S9(3)V9(4) comp-3 value zero.
       01  Wanted-Table-Id        pic X(04) value spaces.
       01  Product-Code-Work      pic X(04) value spaces.
       01  Product-Type-Work      pic X(01) value spaces.
       01  Product-Found          pic X(01) value "N".
           Copy ProdRec.

       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
      *****************************************************************
       01  TierCount              pic 9(2) value zero.
       01  Rate-Tier-Table.
           05 Rate-Tier-Entry occurs 0 to 99 times
                 depending on TierCount.
              10 Tbl-Table-Id        pic X(04).
              10 Tbl-Low-Balance     pic S9(9) binary.
              10 Tbl-High-Balance    pic S9(9) binary.
              10 Tbl-Effective-Date  pic 9(8).
                  Until Tier-Search > TierCount
                     or RateBandMatched
              If not RateBandMatched
                 If TierCount < 99
                    Add 1 to TierCount
                    Move Tier-Table-Id
                      to Tbl-Table-Id(TierCount)
                    Move Tier-Low-Balance
                      to Tbl-Low-Balance(TierCount)
                    Move Tier-High-Balance
           Perform 1510-Read-Rate-Row.

       1530-Match-One-Band.
           If Tbl-Table-Id(Tier-Search) = Tier-Table-Id
                 and Tbl-Low-Balance(Tier-Search) = Tier-Low-Balance
                 and Tbl-High-Balance(Tier-Search) = Tier-High-Balance
              Set RateBandMatched to true
              If Tier-Effective-Date
           Write Excp-Line.

      *****************************************************************
      * Picks the tier whose band holds the balance, out of the       *
      * account's product tier set (Wanted-Table-Id, set by 1650);    *
      * leaves RateTierFound off when no band covers it, so the       *
      * roster rate stands.                                            *
      *****************************************************************
       1600-Select-Tier-Rate.
           Move "N" to TierMatch-Switch
           Perform 1610-Test-One-Tier
               Varying Tier-Search from 1 by 1
               Until Tier-Search > TierCount
                  or RateTierFound
      *  a product tier set with no band for the balance falls back
      *  to the standard set before the roster rate
           If not RateTierFound and Wanted-Table-Id not = spaces
              Move spaces to Wanted-Table-Id
              Perform 1610-Test-One-Tier
                  Varying Tier-Search from 1 by 1
                  Until Tier-Search > TierCount
                     or RateTierFound
           End-If.

       1610-Test-One-Tier.
           If Tbl-Table-Id(Tier-Search) = Wanted-Table-Id
                 and AccountBalance >= Tbl-Low-Balance(Tier-Search)
                 and AccountBalance <= Tbl-High-Balance(Tier-Search)
              Move Tbl-Rate(Tier-Search) to Selected-Rate
              Set RateTierFound to true
           End-If.

      *****************************************************************
      * The tier set the account accrues on is its PRODUCTS product's *
      * -- blank, the standard set, for an account off the catalog.   *
      *****************************************************************
       1650-Resolve-Product-Tiers.
           Call "ProdLook" using Product-Code-Work Product-Type-Work
                                 Product-Record Product-Found
           Move Prod-Rate-Table-Id to Wanted-Table-Id.

       2000-Process-Roster.
           If Roster-Type-Checking
              Perform 2050-Accrue-One-Checking
      *  set by the factory stands when no band covers the balance
      *  or no table is on file
           If TierCount > zero
              Invoke aSavingsAccount "getProductCode"
                returning Product-Code-Work
              Invoke aSavingsAccount "getAccountType"
                returning Product-Type-Work
              Perform 1650-Resolve-Product-Tiers
              Perform 1600-Select-Tier-Rate
              If RateTierFound
                 Invoke aSavingsAccount "setInterestRate"
              Invoke aSavingsAccount "accrueInterest"
                returning InterestAmount
           End-If
      *  a customer under backup withholding keeps only the net
           Invoke aSavingsAccount "withholdBackup"
             using by value InterestAmount Own-Taxpayer
             returning WithheldAmount
           Perform 2080-Count-Withholding
           Move Roster-Account-Number to Saved-Scan-Account-Number
           Perform 2090-Relieve-Accrual
           Invoke aSavingsAccount "print"
           Add InterestAmount to TotalInterestPaid
           Add 1 to AccountsProcessed.
           If TierCount > zero
              Invoke aCheckingAccount "getBalance"
                returning AccountBalance
              Invoke aCheckingAccount "getProductCode"
                returning Product-Code-Work
              Invoke aCheckingAccount "getAccountType"
                returning Product-Type-Work
              Perform 1650-Resolve-Product-Tiers
              Perform 1600-Select-Tier-Rate
              If RateTierFound
                 Invoke aCheckingAccount "setInterestRate"
           End-If
           Invoke aCheckingAccount "accrueInterest"
             returning InterestAmount
           Invoke aCheckingAccount "withholdBackup"
             using by value InterestAmount Own-Taxpayer
             returning WithheldAmount
           Perform 2080-Count-Withholding
           Move Roster-Account-Number to Saved-Scan-Account-Number
           Perform 2090-Relieve-Accrual
           Invoke aCheckingAccount "print"
           Add InterestAmount to TotalInterestPaid
           Add 1 to AccountsProcessed.

       2080-Count-Withholding.
           If WithheldAmount > zero
              Add 1 to AccountsWithheld
              Add WithheldAmount to TotalBackupWithheld
           End-If.

       2090-Relieve-Accrual.
           Call "IntRelv" using Saved-Scan-Account-Number
                                InterestAmount RelievedAmount
           Add RelievedAmount to TotalRelieved.

      *****************************************************************
      * Summarized GL feed for the period's interest expense: one     *
      * debit to interest expense and a balancing credit to the       *
                    Add 1 to CDsSwept
                    Add SweptAmount to TotalInterestSwept
                    Add SweptAmount to TotalInterestPaid
                    Move SweptAmount to InterestAmount
                    Perform 2090-Relieve-Accrual
                 End-If
              End-If
              Perform 2620-Reopen-And-Reposition

           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "INTRBTCH"    to GL-Source-Program
           Move "MONTHLY SAVINGS INTEREST ACCRUAL" to GL-Description
      *  what the nightly accrual already expensed comes off accrued
      *  interest payable; only the unaccrued remainder (either sign)
      *  touches interest expense
           If TotalRelieved not = zero
              Move "2500-ACCRIP" to GL-Resolve-Default
              Call "GlResolv" using by content "INTRBTCH" "ACCRPAY "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Debit    to true
              Move TotalRelieved to GL-Amount
              Write GL-Posting-Record
           End-If
           Compute UnaccruedInterest = TotalInterestPaid - TotalRelieved
           If UnaccruedInterest not = zero
      *  accounts resolve through the GLCHART mapping table; the
      *  literals are the pre-table numbers and stand as defaults
              Move "4100-INTEXP" to GL-Resolve-Default
              Call "GlResolv" using by content "INTRBTCH" "INTEXP  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              If UnaccruedInterest > zero
                 Set GL-Is-Debit  to true
                 Move UnaccruedInterest to GL-Amount
              Else
                 Set GL-Is-Credit to true
                 Compute GL-Amount = zero - UnaccruedInterest
              End-If
              Write GL-Posting-Record
           End-If

           Move "2100-SAVLIA" to GL-Resolve-Default
           Call "GlResolv" using by content "INTRBTCH" "SAVLIAB "
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Credit   to true
           Move TotalInterestPaid to GL-Amount
           Write GL-Posting-Record

           Close GLPostFile.
           Display "InterestBatch: CDs swept = " CDsSwept
                   ", interest swept = " TotalInterestSwept
           Display "InterestBatch: total interest paid = "
                   TotalInterestPaid
           Display "InterestBatch: accrual relieved = "
                   TotalRelieved
           Display "InterestBatch: accounts backup-withheld = "
                   AccountsWithheld
                   ", amount withheld = " TotalBackupWithheld.

       End program "InterestBatch".
