      ******************************************************************
      * DISPUTE.CPY                                                   *
      *----------------------------------------------------------------*
      * Electronic-transaction dispute case file: one record per ACH  *
      * debit or card charge a customer has disputed, keyed by case   *
      * number.  The TellDisp teller transaction opens the case and   *
      * stamps its deadline calendar off DispCal -- acknowledgment,   *
      * provisional credit and resolution, each so many PROCCAL       *
      * business days after intake -- and a supervisor records the    *
      * decision there.  The NightlyRun dispute stage (DispPost)      *
      * acknowledges new cases, posts the provisional credit (journal *
      * type "3") the night it falls due, and applies the decision -- *
      * the credit made final, or reversed (journal type "4") -- and  *
      * lists the open cases against their deadlines.  NotEng sends   *
      * the customer a notice off the dates this record carries.      *
      ******************************************************************
       01 Dispute-Record.
          05 Disp-Case-Number         pic 9(6).
          05 Disp-Account-Number      pic 9(6).
      *  the owner who brought the dispute -- the notice goes to them
          05 Disp-Customer-Number     pic 9(6).
          05 Disp-Kind                pic X(01).
             88 Disp-Ach-Debit           value "A".
             88 Disp-Card-Charge         value "C".
          05 Disp-Amount              pic S9(9) binary.
          05 Disp-Txn-Date            pic 9(8).
          05 Disp-Item-Reference      pic X(15).
          05 Disp-Reason              pic X(30).
          05 Disp-Intake-Date         pic 9(8).
          05 Disp-Intake-Operator     pic X(8).
      *  the deadline calendar, fixed at intake; resolve days is 45
      *  or 90 (a card charge, or an account open under 30 days)
          05 Disp-Ack-Due             pic 9(8).
          05 Disp-Prov-Due            pic 9(8).
          05 Disp-Resolve-Days        pic 9(3).
          05 Disp-Resolve-Due         pic 9(8).
          05 Disp-Ack-Date            pic 9(8).
          05 Disp-Prov-Status         pic X(01).
             88 Disp-Prov-None           value "N".
             88 Disp-Prov-Posted         value "P".
             88 Disp-Prov-Final          value "F".
             88 Disp-Prov-Reversed       value "R".
          05 Disp-Prov-Date           pic 9(8).
          05 Disp-Status              pic X(01).
             88 Disp-Open                value "O".
             88 Disp-Favor               value "F".
             88 Disp-Denied              value "D".
          05 Disp-Decision-Date       pic 9(8).
          05 Disp-Decision-Operator   pic X(8).
      *  the night the decision was carried to the account; zero
      *  while a decided case still waits on the dispute stage
          05 Disp-Applied-Date        pic 9(8).
          05 Filler                   pic X(20).
      **********************
      * End of DISPUTE.CPY *
      **********************
