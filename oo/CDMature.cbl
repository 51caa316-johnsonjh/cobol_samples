      ******************************************************************
      * CDMature.cbl                                                   *
      *----------------------------------------------------------------*
      * Nightly CD maturity stage (NightlyRun stage 8).  Scans         *
      * ACCTMAST for open time-deposit accounts whose maturity date    *
      * has arrived and drives each one through TimeDepositAccount's   *
      * "matureDeposit": the term's interest posts, then the deposit   *
      * rolls for another term or pays out to its linked account per   *
      * its rollover election.  The scan's own ACCTMAST connector is   *
      * closed around each Invoke and repositioned by key afterward,   *
      * the same way MinBalChg works around the object methods'        *
      * connector.  Each CD's term interest is relieved off the        *
      * INTACCR accrued-interest ledger through IntRelv, and the       *
      * night's total feeds GLPOST against accrued interest payable.   *
      ******************************************************************
       Identification division.
       Program-id. "CDMature" recursive.
               Access Mode is Dynamic
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
       Data Division.
       File Section.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  GLPostFile.
           Copy GLPost.
       Working-Storage Section.
       01  AcctMasterStatus        pic X(02) value spaces.
           88 AcctMasterOK            value "00".
       01  CDsScanned              pic 9(07) value zero.
       01  CDsRolled               pic 9(07) value zero.
       01  CDsPaidOut              pic 9(07) value zero.
       01  GLPostFileStatus        pic X(02) value spaces.
       01  TermInterest            pic S9(9) binary value zero.
       01  RelievedAmount          pic S9(9) binary value zero.
       01  TotalTermInterest       pic S9(9) binary value zero.
       01  TotalRelieved           pic S9(9) binary value zero.
       01  UnaccruedInterest       pic S9(9) binary value zero.
       01  GL-Resolve-Default      pic X(10) value spaces.
       01  GL-Resolved-Account     pic X(10) value spaces.

       Local-storage section.
       01  workingDeposit usage object reference TimeDepositAccount.
                   Add 1 to CDsPaidOut
               When Other
                   Continue
           End-Evaluate
      *  the term's interest was accrued night by night on INTACCR;
      *  crediting it relieves the ledger
           Invoke workingDeposit "getTermInterest"
             returning TermInterest
           If TermInterest > zero
              Call "IntRelv" using Saved-Scan-Account-Number
                                   TermInterest RelievedAmount
              Add TermInterest   to TotalTermInterest
              Add RelievedAmount to TotalRelieved
           End-If.

      *****************************************************************
      * Summarized GL feed for the night's matured term interest:     *
      * debit accrued interest payable for what the nightly accrual   *
      * booked, interest expense for any unaccrued remainder (either  *
      * sign), and credit the deposit liability.                       *
      *****************************************************************
       8000-Post-GL-Entries.
           If TotalTermInterest not > zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If

           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "CDMATURE"    to GL-Source-Program
           Move "CD TERM INTEREST AT MATURITY" to GL-Description
           If TotalRelieved not = zero
              Move "2500-ACCRIP" to GL-Resolve-Default
              Call "GlResolv" using by content "CDMATURE" "ACCRPAY "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Debit    to true
              Move TotalRelieved to GL-Amount
              Write GL-Posting-Record
           End-If
           Compute UnaccruedInterest = TotalTermInterest - TotalRelieved
           If UnaccruedInterest not = zero
              Move "4100-INTEXP" to GL-Resolve-Default
              Call "GlResolv" using by content "CDMATURE" "INTEXP  "
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
           Call "GlResolv" using by content "CDMATURE" "DEPLIAB "
                                 by reference GL-Resolve-Default
                                              GL-Resolved-Account
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Credit   to true
           Move TotalTermInterest to GL-Amount
           Write GL-Posting-Record

           Close GLPostFile.

       9000-Terminate.
           Close AcctMasterFile
           Perform 8000-Post-GL-Entries
           Display "CDMature: matured=" CDsScanned
                   " rolled=" CDsRolled
                   " paid out=" CDsPaidOut
                   " term interest=" TotalTermInterest
                   " accrual relieved=" TotalRelieved.

       End program "CDMature".
