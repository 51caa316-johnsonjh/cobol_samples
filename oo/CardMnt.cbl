       cbl thread,pgmname(longmixed)
      ******************************************************************
      * CardMnt.cbl                                                    *
      *----------------------------------------------------------------*
      * Debit card master maintenance batch.  Applies CARDTXN         *
      * requests against the keyed CARDMAST file: issue a card        *
      * against an account, replace its daily ATM and POS limits, or  *
      * change its status (active, blocked, lost or stolen, closed).  *
      * A card is only issued against a basic, checking or savings    *
      * account that is on ACCTMAST and open, and its limits must be  *
      * numeric -- a limit of zero means the card cannot be used      *
      * through that channel at all.  Every request is echoed to the  *
      * job log with its outcome, the ProdMnt convention.             *
      ******************************************************************
       Identification division.
       Program-id. "CardMnt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CardTxnFile Assign to "CARDTXN"
               Organization is Sequential
               File Status is CardTxnFileStatus.
           Select CardMasterFile Assign to "CARDMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Card-Number
               File Status is CardMasterStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
       Data Division.
       File Section.
       FD  CardTxnFile.
           Copy CardTxn.
       FD  CardMasterFile.
           Copy CardRec.
       FD  AcctMasterFile.
           Copy AcctRec.

       Working-Storage Section.
       01  CardTxnFileStatus      pic X(02) value spaces.
           88 CardTxnFileOK          value "00".
       01  CardMasterStatus       pic X(02) value spaces.
           88 CardMasterOK           value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".

       01  CardTxnEOF-Switch      pic X(01) value "N".
           88 NoMoreCardTxnRecords   value "Y".
       01  TxnValid-Switch        pic X(01) value "N".
           88 TxnIsValid             value "Y".

       01  Business-Date          pic 9(8) value zero.

       01  TxnsApplied            pic 9(07) value zero.
       01  TxnsRejected           pic 9(07) value zero.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Apply-One-Transaction
               Until NoMoreCardTxnRecords
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "CardMnt: debit card maintenance starting"
           Call "GetBusDate" using Business-Date
           Open I-O CardMasterFile
           If CardMasterStatus = "35"
              Open Output CardMasterFile
              Close CardMasterFile
              Open I-O CardMasterFile
           End-If
           If not CardMasterOK
              Display "CardMnt: unable to open CARDMAST, rc="
                      CardMasterStatus
              Move "Y" to CardTxnEOF-Switch
           End-If
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "CardMnt: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to CardTxnEOF-Switch
           End-If
           Open Input CardTxnFile
           If not CardTxnFileOK
              Display "CardMnt: unable to open CARDTXN, rc="
                      CardTxnFileStatus
              Move "Y" to CardTxnEOF-Switch
           End-If
           Perform 1100-Read-Transaction.

       1100-Read-Transaction.
           If not NoMoreCardTxnRecords
              Read CardTxnFile
                  At End
                      Move "Y" to CardTxnEOF-Switch
              End-Read
           End-If.

       2000-Apply-One-Transaction.
           Evaluate True
               When CardTxn-Card-Number not numeric
                     or CardTxn-Card-Number = zero
                   Display "CardMnt: request with no card number, "
                           "rejected"
                   Add 1 to TxnsRejected
               When CardTxn-Issue
                   Perform 2100-Issue-Card
               When CardTxn-Limits
                   Perform 2200-Change-Limits
               When CardTxn-Set-Status
                   Perform 2300-Change-Status
               When Other
                   Display "CardMnt: unknown action "
                       CardTxn-Action " for card "
                       CardTxn-Card-Number
                   Add 1 to TxnsRejected
           End-Evaluate
           Perform 1100-Read-Transaction.

      *****************************************************************
      * A new card starts active with nothing used today.  The        *
      * account has to be one a card can draw on: on file, open, and  *
      * a basic, checking or savings account.                         *
      *****************************************************************
       2100-Issue-Card.
           Perform 2500-Validate-Limits
           If TxnIsValid
              Perform 2600-Validate-Account
           End-If
           If not TxnIsValid
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move spaces to Card-Record
           Move CardTxn-Card-Number     to Card-Number
           Move CardTxn-Account-Number  to Card-Account-Number
           Set Card-Is-Active           to true
           Move CardTxn-Atm-Daily-Limit to Card-Atm-Daily-Limit
           Move CardTxn-Pos-Daily-Limit to Card-Pos-Daily-Limit
           Move zero                    to Card-Usage-Date
           Move zero                    to Card-Atm-Used-Today
           Move zero                    to Card-Pos-Used-Today
           Move Business-Date           to Card-Issue-Date
           Move Business-Date           to Card-Last-Maint-Date
           Write Card-Record
               Invalid Key
                   Display "CardMnt: card " CardTxn-Card-Number
                           " already issued, rejected"
                   Add 1 to TxnsRejected
               Not Invalid Key
                   Display "CardMnt: card " CardTxn-Card-Number
                           " issued on account "
                           CardTxn-Account-Number
                   Add 1 to TxnsApplied
           End-Write.

       2200-Change-Limits.
           Move CardTxn-Card-Number to Card-Number
           Read CardMasterFile
               Invalid Key
                   Display "CardMnt: card " CardTxn-Card-Number
                           " not on file, limit change rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Perform 2500-Validate-Limits
           If not TxnIsValid
              Add 1 to TxnsRejected
              Exit Paragraph
           End-If
           Move CardTxn-Atm-Daily-Limit to Card-Atm-Daily-Limit
           Move CardTxn-Pos-Daily-Limit to Card-Pos-Daily-Limit
           Move Business-Date           to Card-Last-Maint-Date
           Rewrite Card-Record
           Display "CardMnt: card " CardTxn-Card-Number
                   " limits changed"
           Add 1 to TxnsApplied.

      *****************************************************************
      * A closed card stays closed: reopening one would bring back a  *
      * card number the customer has been told is dead.               *
      *****************************************************************
       2300-Change-Status.
           Move CardTxn-Card-Number to Card-Number
           Read CardMasterFile
               Invalid Key
                   Display "CardMnt: card " CardTxn-Card-Number
                           " not on file, status change rejected"
                   Add 1 to TxnsRejected
                   Exit Paragraph
           End-Read
           Evaluate True
               When not CardTxn-Status-Valid
                   Display "CardMnt: card " CardTxn-Card-Number
                           " status '" CardTxn-Status
                           "' must be A, B, L or C, rejected"
                   Add 1 to TxnsRejected
               When Card-Is-Closed
                   Display "CardMnt: card " CardTxn-Card-Number
                           " is closed, status change rejected"
                   Add 1 to TxnsRejected
               When Other
                   Move CardTxn-Status to Card-Status
                   Move Business-Date  to Card-Last-Maint-Date
                   Rewrite Card-Record
                   Display "CardMnt: card " CardTxn-Card-Number
                           " status set to " CardTxn-Status
                   Add 1 to TxnsApplied
           End-Evaluate.

       2500-Validate-Limits.
           Move "N" to TxnValid-Switch
           If CardTxn-Atm-Daily-Limit not numeric
                 or CardTxn-Pos-Daily-Limit not numeric
              Display "CardMnt: card " CardTxn-Card-Number
                      " daily limits not numeric, rejected"
              Exit Paragraph
           End-If
           Move "Y" to TxnValid-Switch.

       2600-Validate-Account.
           Move "N" to TxnValid-Switch
           Move CardTxn-Account-Number to Master-Account-Number
           Read AcctMasterFile
               Invalid Key
                   Display "CardMnt: card " CardTxn-Card-Number
                           " account " CardTxn-Account-Number
                           " not on file, rejected"
                   Exit Paragraph
           End-Read
           Evaluate True
               When not Master-Status-Open
                   Display "CardMnt: card " CardTxn-Card-Number
                           " account " CardTxn-Account-Number
                           " is not open, rejected"
               When not Master-Type-Basic and not Master-Type-Checking
                     and not Master-Type-Savings
                   Display "CardMnt: card " CardTxn-Card-Number
                           " account " CardTxn-Account-Number
                           " is not a transaction account, rejected"
               When Other
                   Move "Y" to TxnValid-Switch
           End-Evaluate.

       9000-Terminate.
           Close CardTxnFile
           Close CardMasterFile
           Close AcctMasterFile
           Display "CardMnt: applied=" TxnsApplied
                   " rejected=" TxnsRejected.

       End program "CardMnt".
