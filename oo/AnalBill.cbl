      *     "chargeFee" -- journaled under the fee type -- with an    *
      *     itemized analysis statement per account on ANALSTMT.      *
      * A month whose credit covers its charges bills nothing and     *
      * says so on the statement.  The fee is still billed when the   *
      * account's primary owner has mail coming back (MailChk), but   *
      * the statement is held off ANALSTMT for the branch.             *
      ******************************************************************
       Identification division.
       Program-id. "AnalBill" recursive.
           88 NoMoreJournalRecords   value "Y".
       01  SlotMatch-Switch       pic X(01) value "N".
           88 AnalSlotMatched        value "Y".
       01  Hold-Switch            pic X(01) value "N".
           88 StatementIsHeld        value "Y".
       01  Hold-Document          pic X(04) value "ANAL".
       01  Hold-Returned-Date     pic 9(8) value zero.
       01  StatementsHeld         pic 9(4) value zero.

      *  the leading fields of the snapshot's master image -- their
      *  offsets are stable by ACCTREC's grow-only-into-trailing-
          05 Snap-Work-Account-Balance  pic S9(9) binary.
          05 Snap-Work-Account-Status   pic X(01).
          05 Snap-Work-Hold-Amount      pic S9(9) binary.
          05 Filler                     pic X(285).

       01  Business-Date          pic 9(8) value zero.
       01  Month-Start-Date       pic 9(8) value zero.
       01  AccountsBilled         pic 9(4) value zero.
       01  AccountsCovered        pic 9(4) value zero.
       01  TotalFeesBilled        pic S9(11) binary value zero.
       01  AccountsWaived         pic 9(4) value zero.
       01  Net-Fee-Waived         pic S9(9) binary value zero.

       01  AnalCount              pic 9(4) value zero.
       01  Analysis-Table.
           05 Analysis-Entry occurs 0 to 5000 times
                 depending on AnalCount.
              10 AN-Account          pic 9(6).
              10 AN-Owner            pic 9(6).
              10 AN-Credits          pic 9(5).
              10 AN-Debits           pic 9(5).
              10 AN-Checks           pic 9(5).
              If AnalCount < 5000
                 Add 1 to AnalCount
                 Move Master-Account-Number to AN-Account(AnalCount)
                 Move Master-Owner-Cust-Id(1) to AN-Owner(AnalCount)
                 Move zero to AN-Credits(AnalCount)
                              AN-Debits(AnalCount)
                              AN-Checks(AnalCount)
              Move zero to Net-Fee
           End-If

           Call "MailChk" using AN-Owner(Anal-Search)
                                AN-Account(Anal-Search)
                                Hold-Document Hold-Switch
                                Hold-Returned-Date
           If StatementIsHeld
              Add 1 to StatementsHeld
           End-If
           Move Business-Date to SH-Date
           Move AN-Account(Anal-Search) to SH-Account
           Move Stmt-Heading-Line to Report-Line
           Perform 5900-Write-Statement-Line
           Move "CREDITS POSTED          " to IT-Label
           Move AN-Credits(Anal-Search)    to IT-Count
           Move Price-Per-Credit           to IT-Price
           Compute IT-Amount =
               AN-Credits(Anal-Search) * Price-Per-Credit
           Move Item-Line to Report-Line
           Perform 5900-Write-Statement-Line
           Move "DEBITS POSTED           " to IT-Label
           Move AN-Debits(Anal-Search)     to IT-Count
           Move Price-Per-Debit            to IT-Price
           Compute IT-Amount =
               AN-Debits(Anal-Search) * Price-Per-Debit
           Move Item-Line to Report-Line
           Perform 5900-Write-Statement-Line
           Move "CHECKS PAID             " to IT-Label
           Move AN-Checks(Anal-Search)     to IT-Count
           Move Price-Per-Check            to IT-Price
           Compute IT-Amount =
               AN-Checks(Anal-Search) * Price-Per-Check
           Move Item-Line to Report-Line
           Perform 5900-Write-Statement-Line
           Move "AVERAGE COLLECTED BALANCE:     " to BL-Label
           Move Average-Collected to BL-Amount
           Move Balance-Line to Report-Line
           Perform 5900-Write-Statement-Line
           Move "EARNINGS CREDIT:               " to BL-Label
           Move Earnings-Credit to BL-Amount
           Move Balance-Line to Report-Line
           Perform 5900-Write-Statement-Line

           If Net-Fee > zero
              Perform 5500-Debit-Net-Fee
              If Net-Fee-Waived > zero
                 Move "NET ANALYSIS FEE (WAIVED):     " to NL-Label
              Else
                 Move "NET ANALYSIS FEE (DEBITED):    " to NL-Label
              End-If
              Move Net-Fee to NL-Amount
              Move Net-Line to Report-Line
              Perform 5900-Write-Statement-Line
           Else
              Move "EARNINGS CREDIT COVERS CHARGES " to NL-Label
              Move zero to NL-Amount
              Move Net-Line to Report-Line
              Perform 5900-Write-Statement-Line
              Add 1 to AccountsCovered
           End-If.

       5500-Debit-Net-Fee.
           Move zero to Net-Fee-Waived
           Invoke Account "createAccount"
             using by value AN-Account(Anal-Search)
             returning workingAccount
                      "for account " AN-Account(Anal-Search)
              Exit Paragraph
           End-If
           Invoke workingAccount "setFeeCode"
             using by value "ANLF"
           Invoke workingAccount "chargeFee"
             using by value Net-Fee
           Invoke workingAccount "getFeeWaived"
             returning Net-Fee-Waived
           If Net-Fee-Waived > zero
              Add 1 to AccountsWaived
              Exit Paragraph
           End-If
           Add 1 to AccountsBilled
           Add Net-Fee to TotalFeesBilled.

      *****************************************************************
      * A held statement's lines never reach ANALSTMT.                *
      *****************************************************************
       5900-Write-Statement-Line.
           If not StatementIsHeld
              Write Report-Line
           End-If.

       9000-Terminate.
           Close AnalysisStatement
           Display "AnalBill: billed=" AccountsBilled
                   " waived=" AccountsWaived
                   " covered=" AccountsCovered
                   " fees=" TotalFeesBilled
                   " held=" StatementsHeld.

       End program "AnalBill".
