      * statement to STMTRPT showing opening balance, every posted     *
      * item, and closing balance.  The selected entries are SORTed    *
      * by account, date and time so each statement renders            *
      * contiguously and in posting order on either path.  A          *
      * statement whose owner's mail is coming back (MailChk) is      *
      * archived as usual but kept off STMTRPT and logged for the     *
      * branch hold-mail report.                                       *
      ******************************************************************
       Identification division.
       Program-id. "StmtRpt" recursive.
              88 Sort-Penalty          value "P".
              88 Sort-Escheat          value "E".
              88 Sort-Fee              value "G".
              88 Sort-Tax-Withheld     value "H".
              88 Sort-Backup-Withheld  value "T".
              88 Sort-Fee-Refund       value "1".
              88 Sort-Official-Check   value "2".
              88 Sort-Dispute-Credit   value "3".
              88 Sort-Dispute-Reversal value "4".
              88 Sort-Loan-Advance     value "A".
              88 Sort-Loan-Billed      value "B".
              88 Sort-Loan-Late-Charge value "Q".
              88 Sort-Loan-Late-Paid   value "J".
              88 Sort-Loan-Interest    value "V".
              88 Sort-Loan-Principal   value "X".
              88 Sort-Charge-Off       value "Z".
              88 Sort-Recovery         value "Y".
           05 Sort-Amount           pic S9(9) binary.
           05 Sort-Balance          pic S9(9) binary.

       01  ParmMatch-Switch       pic X(01) value "N".
           88 ParmAccountMatched     value "Y".

      *****************************************************************
      * Returned-mail hold: the statement's primary owner is checked  *
      * as each statement opens; a held statement's lines still go to *
      * the archive but not to the print file.                        *
      *****************************************************************
       01  StmtHeld-Switch        pic X(01) value "N".
           88 StatementIsHeld        value "Y".
       01  Hold-Customer          pic 9(6) value zero.
       01  Hold-Document          pic X(04) value "STMT".
       01  Hold-Returned-Date     pic 9(8) value zero.
       01  StatementsHeld         pic 9(5) value zero.

      *****************************************************************
      * Every STMTPARM account, loaded once up front so the single    *
      * journal pass can route each entry; Parm-Had-Activity lets the *
           Move "N" to SortEOF-Switch
           Move "N" to StatementOpen-Switch
           Move zero to Current-Stmt-Account
           Open Input AcctMasterFile
           Perform 2600-Return-Sorted-Entry
           Perform 2700-Render-One-Entry
               Until NoMoreSortRecords
           If StatementIsOpen
              Perform 2750-Close-Statement
           End-If
           If AcctMasterOK
              Close AcctMasterFile
           End-If.

       2600-Return-Sorted-Entry.
                 Perform 2750-Close-Statement
              End-If
              Move Sort-Account-Number to Current-Stmt-Account
              Perform 2760-Check-Statement-Hold
              Move zero to LineCount ItemsPrinted
              Move zero to Arch-Line-Seq
              Perform 3000-Print-Heading
           Move ClosingBalance to C-Balance
           Move Closing-Line to Report-Line
           Perform 4000-Print-Line
           Move "N" to StatementOpen-Switch
           Move "N" to StmtHeld-Switch.

      *****************************************************************
      * The statement goes to the account's primary owner; when that  *
      * customer's mail is coming back MailChk logs the hold and the  *
      * statement stays off the print file.                            *
      *****************************************************************
       2760-Check-Statement-Hold.
           Move "N" to StmtHeld-Switch
           Move zero to Hold-Customer
           If AcctMasterOK
              Move Current-Stmt-Account to Master-Account-Number
              Read AcctMasterFile
                  Invalid Key
                      Continue
                  Not Invalid Key
                      Move Master-Owner-Cust-Id(1) to Hold-Customer
              End-Read
           End-If
           Call "MailChk" using Hold-Customer Current-Stmt-Account
                                Hold-Document StmtHeld-Switch
                                Hold-Returned-Date
           If StatementIsHeld
              Add 1 to StatementsHeld
           End-If.

      *****************************************************************
      * A parm account the journal pass never touched still gets its  *
               When Sort-Fee
                   Compute OpeningBalance =
                       Sort-Balance + Sort-Amount
      *  and a fee refund went back IN, so it backs off like a credit
               When Sort-Fee-Refund
                   Compute OpeningBalance =
                       Sort-Balance - Sort-Amount
      *  an official check bought out of the account came OUT of it
               When Sort-Official-Check
                   Compute OpeningBalance =
                       Sort-Balance + Sort-Amount
      *  a dispute credit went IN, its reversal came back OUT
               When Sort-Dispute-Credit
                   Compute OpeningBalance =
                       Sort-Balance - Sort-Amount
               When Sort-Dispute-Reversal
                   Compute OpeningBalance =
                       Sort-Balance + Sort-Amount
      *  so did tax withheld from an IRA distribution or kept back
      *  from interest under backup withholding
               When Sort-Tax-Withheld
               When Sort-Backup-Withheld
                   Compute OpeningBalance =
                       Sort-Balance + Sort-Amount
      *  a loan advance raised the principal owed and a principal
      *  payment lowered it; a charge-off brought a negative
      *  balance back up to zero
               When Sort-Loan-Advance
                   Compute OpeningBalance =
                       Sort-Balance - Sort-Amount
               When Sort-Loan-Principal
                   Compute OpeningBalance =
                       Sort-Balance + Sort-Amount
               When Sort-Charge-Off
                   Compute OpeningBalance =
                       Sort-Balance - Sort-Amount
               When Other
                   Move Sort-Balance to OpeningBalance
           End-Evaluate.
                   Move "ESCHEATED"   to D-Type
               When Sort-Fee
                   Move "SERVICE CHARGE" to D-Type
               When Sort-Fee-Refund
                   Move "FEE REFUND"  to D-Type
               When Sort-Official-Check
                   Move "OFFICIAL CHECK" to D-Type
               When Sort-Dispute-Credit
                   Move "DISPUTE CREDIT" to D-Type
               When Sort-Dispute-Reversal
                   Move "DISPUTE REVRSL" to D-Type
               When Sort-Tax-Withheld
                   Move "TAX WITHHELD" to D-Type
               When Sort-Backup-Withheld
                   Move "BACKUP WITHHLD" to D-Type
               When Sort-Reinstated
                   Move "REINSTATED"  to D-Type
               When Sort-Owner-Change
                   Move "OWNER CHANGE" to D-Type
               When Sort-Close
                   Move "ACCOUNT CLOSE" to D-Type
               When Sort-Loan-Advance
                   Move "LOAN ADVANCE" to D-Type
               When Sort-Loan-Billed
                   Move "PAYMENT BILLED" to D-Type
               When Sort-Loan-Late-Charge
                   Move "LATE CHARGE"  to D-Type
               When Sort-Loan-Late-Paid
                   Move "LATE CHG PAID" to D-Type
               When Sort-Loan-Interest
                   Move "INTEREST PAID" to D-Type
               When Sort-Loan-Principal
                   Move "PRINCIPAL PAID" to D-Type
               When Sort-Charge-Off
                   Move "CHARGED OFF"  to D-Type
               When Sort-Recovery
                   Move "RECOVERY"     to D-Type
               When Other
                   Move "UNKNOWN"   to D-Type
           End-Evaluate
      * three heading lines at the top of every new page.             *
      *****************************************************************
       4000-Print-Line.
           If StatementIsHeld
              Perform 4500-Archive-One-Line
              Exit Paragraph
           End-If
           If LineCount >= LinesPerPage
              Move zero to LineCount
              Add 1 to PageNumber
              Close StmtArchiveFile
           End-If
           Close StatementReport
           If StatementsHeld > zero
              Display "StmtRpt: " StatementsHeld " statements held "
                      "for returned mail"
           End-If
           Display "StmtRpt: statements produced complete".

      *****************************************************************
