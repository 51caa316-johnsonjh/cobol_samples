      * the JRNLIXD journal view; with no keyed view allocated (a    *
      * run whose JRNLFILE DD is a generation concatenation, which   *
      * the keyed view does not cover) the section falls back to     *
      * scanning JRNLFILE top to bottom, the original shape.  The     *
      * paper copy of a customer whose mail is coming back (MailChk)  *
      * is held and logged for the branch hold-mail report; the       *
      * electronic copy still goes.  With a statement insert named    *
      * for the run (STMTINSR, SYSPARM; blank for none) the paper     *
      * copy carries an INSERT instruction line for the print vendor  *
      * -- once per confirmed household (HhMail), on the first        *
      * member's document the run reaches.                             *
      ******************************************************************
       Identification division.
       Program-id. "CombStmt" recursive.
           88 RouteToElectronic      value "Y".
       01  PaperStatements        pic 9(7) value zero.
       01  ElecStatements         pic 9(7) value zero.
       01  HeldStatements         pic 9(7) value zero.
       01  Hold-Switch            pic X(01) value "N".
           88 PaperCopyHeld          value "Y".
       01  Hold-Account           pic 9(6) value zero.
       01  Hold-Document          pic X(04) value "CSTM".
       01  Hold-Returned-Date     pic 9(8) value zero.

      *  the run's statement insert, and the paper copies it went in
      *  or was left out of because the household already had one
       01  Insert-Code            pic X(04) value spaces.
       01  InsertsIncluded        pic 9(7) value zero.
       01  InsertsMerged          pic 9(7) value zero.
       01  Insert-Merge-Switch    pic X(01) value "N".
           88 InsertAlreadySent      value "Y".
       01  Insert-Household       pic 9(6) value zero.
       01  Insert-Line.
           05 Filler              pic X(07) value "INSERT ".
           05 IL-Code             pic X(04).
       01  Channel-Trailer-Line.
           05 Filler              pic X(24) value
              "CONTROL TRAILER  PAPER=".
           05 Filler              pic X(17) value "TOTAL ON DEPOSIT:".
           05 ST-Total            pic $$$$,$$$,$$9CR.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize

       1000-Initialize.
           Call "GetBusDate" using Today
           Move "CombStmt" to Parm-Req-Program
           Move "STMTINSR" to Parm-Req-Name
           Move spaces to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Insert-Code
           Perform 1300-Find-Tonights-Cycle
           Open Input CustParmFile
           Open Input CustMasterFile
           Add 1 to CustomersDone
           Perform 2050-Set-Delivery-Routing
           Perform 2500-Print-Customer-Heading
           If Insert-Code not = spaces and RouteToPaper
              Perform 2600-Print-Insert-Line
           End-If
           Perform 3000-Render-One-Account-Section
               Varying Acct-Index from 1 by 1
               Until Acct-Index > CustAcctCount
                   Move "Y" to Route-Paper-Switch
                   Move "N" to Route-Elec-Switch
                   Add 1 to PaperStatements
           End-Evaluate
           If RouteToPaper
              Perform 2060-Check-Paper-Hold
           End-If.

      *****************************************************************
      * A customer whose mail is coming back gets no paper copy: the  *
      * document is logged on HOLDMAIL under the first account it     *
      * covers and the branch keeps it for the customer.              *
      *****************************************************************
       2060-Check-Paper-Hold.
           Move zero to Hold-Account
           If CustAcctCount > zero
              Move CustAcct-Number(1) to Hold-Account
           End-If
           Call "MailChk" using Cust-Number Hold-Account
                                Hold-Document Hold-Switch
                                Hold-Returned-Date
           If PaperCopyHeld
              Move "N" to Route-Paper-Switch
              Subtract 1 from PaperStatements
              Add 1 to HeldStatements
           End-If.

      *****************************************************************
      * One pass over the master per customer, collecting every       *
           Move Cust-Heading-Line to Report-Line
           Perform 4000-Print-Line.

      *****************************************************************
      * The insert instruction goes on the paper copy only, and only  *
      * when no other member of the customer's confirmed household    *
      * has had the insert yet this run.                               *
      *****************************************************************
       2600-Print-Insert-Line.
           Call "HhMail" using Cust-Number Hold-Document Insert-Code
                               Insert-Merge-Switch Insert-Household
           If InsertAlreadySent
              Add 1 to InsertsMerged
              Exit Paragraph
           End-If
           Move Insert-Code to IL-Code
           Write Report-Line from Insert-Line
           Add 1 to LineCount
           Add 1 to InsertsIncluded.

      *****************************************************************
      * One per-account section in the statement engine's layout:     *
      * scan the journal for the account, opening balance recovered   *
               When Journal-Fee
                   Compute OpeningBalance =
                       Journal-Running-Balance + Journal-Amount
      *  and a fee refund went back IN, so it backs off like a credit
               When Journal-Fee-Refund
                   Compute OpeningBalance =
                       Journal-Running-Balance - Journal-Amount
      *  an official check bought out of the account came OUT of it
               When Journal-Official-Check
                   Compute OpeningBalance =
                       Journal-Running-Balance + Journal-Amount
      *  a dispute credit went IN, its reversal came back OUT
               When Journal-Dispute-Credit
                   Compute OpeningBalance =
                       Journal-Running-Balance - Journal-Amount
               When Journal-Dispute-Reversal
                   Compute OpeningBalance =
                       Journal-Running-Balance + Journal-Amount
      *  so did tax withheld from an IRA distribution or kept back
      *  from interest under backup withholding
               When Journal-Tax-Withheld
               When Journal-Backup-Withheld
                   Compute OpeningBalance =
                       Journal-Running-Balance + Journal-Amount
      *  a loan advance raised the principal owed and a principal
      *  payment lowered it; a charge-off brought a negative
      *  balance back up to zero
               When Journal-Loan-Advance
                   Compute OpeningBalance =
                       Journal-Running-Balance - Journal-Amount
               When Journal-Loan-Principal
                   Compute OpeningBalance =
                       Journal-Running-Balance + Journal-Amount
               When Journal-Charge-Off
                   Compute OpeningBalance =
                       Journal-Running-Balance - Journal-Amount
               When Other
                   Move Journal-Running-Balance to OpeningBalance
           End-Evaluate.
                   Move "ESCHEATED"  to D-Type
               When Journal-Fee
                   Move "SERVICE CHARGE" to D-Type
               When Journal-Fee-Refund
                   Move "FEE REFUND"  to D-Type
               When Journal-Official-Check
                   Move "OFFICIAL CHECK" to D-Type
               When Journal-Dispute-Credit
                   Move "DISPUTE CREDIT" to D-Type
               When Journal-Dispute-Reversal
                   Move "DISPUTE REVRSL" to D-Type
               When Journal-Tax-Withheld
                   Move "TAX WITHHELD" to D-Type
               When Journal-Backup-Withheld
                   Move "BACKUP WITHHLD" to D-Type
               When Journal-Dormancy
                   Move "DORMANT FLAG" to D-Type
               When Journal-Branch-Transfer
                   Move "BRANCH XFER" to D-Type
               When Journal-Freeze
                   Move "ACCT FREEZE" to D-Type
               When Journal-Unfreeze
                   Move "REINSTATED"  to D-Type
               When Journal-Close
                   Move "ACCOUNT CLOSE" to D-Type
               When Journal-Loan-Advance
                   Move "LOAN ADVANCE" to D-Type
               When Journal-Loan-Billed
                   Move "PAYMENT BILLED" to D-Type
               When Journal-Loan-Late-Charge
                   Move "LATE CHARGE"  to D-Type
               When Journal-Loan-Late-Paid
                   Move "LATE CHG PAID" to D-Type
               When Journal-Loan-Interest
                   Move "INTEREST PAID" to D-Type
               When Journal-Loan-Principal
                   Move "PRINCIPAL PAID" to D-Type
               When Journal-Charge-Off
                   Move "CHARGED OFF"  to D-Type
               When Journal-Recovery
                   Move "RECOVERY"     to D-Type
               When Other
                   Move "UNKNOWN"   to D-Type
           End-Evaluate
           End-If
           Display "CombStmt: combined statements produced for "
                   CustomersDone " customers, paper="
                   PaperStatements " electronic=" ElecStatements
                   " held=" HeldStatements
           If Insert-Code not = spaces
              Display "CombStmt: insert " Insert-Code
                      " included=" InsertsIncluded
                      " merged by household=" InsertsMerged
           End-If.

       End program "CombStmt".
