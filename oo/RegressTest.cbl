      *        independent object created against an account number    *
      *        already on ACCTMAST has to come back with the same      *
      *        balance the first object left there                     *
      *   6000 IRA contribution limit and withheld distribution        *
      *   7000 official-check purchase against the purchaser           *
      *   8000 outbound wire routing-number (ABA) check                *
      *   8500 card authorization hold released by its own ledger      *
      *        record, not oldest-first                                 *
      *   8700 dispute provisional credit posted and reversed          *
      * Each scenario is self-checking and tallies into ScenariosRun/  *
      * ScenariosPassed/ScenariosFailed; 9000-Print-Summary reports    *
      * the tally and is the pass/fail signal for whoever (or          *
           Class Account         is "Account"
           Class CheckingAccount is "CheckingAccount"
           Class SavingsAccount  is "SavingsAccount"
           Class IraAccount      is "IraAccount"
           Class Check           is "Check".
       Data Division.
       Working-Storage Section.
       01  secondPayeeAccount usage object reference CheckingAccount.
       01  frozenAccount     usage object reference Account.
       01  savingsAccount    usage object reference SavingsAccount.
       01  retirementAccount usage object reference IraAccount.
       01  firstAccount      usage object reference Account.
       01  secondAccount     usage object reference Account.
       01  purchaserAccount  usage object reference Account.
       01  cardAccount       usage object reference Account.
       01  disputeAccount    usage object reference Account.
       01  sweepChecking     usage object reference CheckingAccount.
       01  sweepSavings      usage object reference SavingsAccount.
       01  aCheck            usage object reference Check.

       01  checkAmount       pic S9(9) binary.

       01  interestAmount    pic S9(9) binary.
       01  expectedInterest  pic S9(9) binary.
       01  iraTaxYear        pic 9(4) value zero.
       01  iraWithholdPct    pic 9(2)V99 value 10.00.
       01  iraFirstResult    pic X(01).
       01  iraSecondResult   pic X(01).
       01  iraPaidResult     pic X(01).
       01  ofcFirstResult    pic X(01).
       01  ofcSecondResult   pic X(01).
       01  wireRoutingNumber pic 9(9).
       01  abaGoodResult     pic X(01).
       01  abaBadResult      pic X(01).
       01  abaZeroResult     pic X(01).
       01  cardHoldSeq       pic 9(4).
       01  cardFirstRelease  pic S9(9) binary.
       01  cardSecondRelease pic S9(9) binary.
       01  dispCreditResult  pic X(01).
       01  dispZeroResult    pic X(01).
       01  dispReverseResult pic X(01).
       01  dispMidBalance    pic S9(9) binary.
       01  sweepFirstAmount  pic S9(9) binary.
       01  sweepSecondAmount pic S9(9) binary.

       Procedure division.
       0000-Mainline.
           Perform 3000-Test-Multiple-Checking-Scenario
           Perform 4000-Test-Savings-Interest-Scenario
           Perform 5000-Test-Persisted-File-Scenario
           Perform 6000-Test-Ira-Limit-Scenario
           Perform 7000-Test-Official-Check-Scenario
           Perform 8000-Test-Wire-Routing-Scenario
           Perform 8500-Test-Card-Hold-Scenario
           Perform 8700-Test-Dispute-Credit-Scenario
           Perform 8800-Test-Balance-Sweep-Scenario
           Perform 9000-Print-Summary
           Goback.

           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * An IRA takes a regular contribution within the annual limit,  *
      * refuses one that would carry the year past it, and pays a     *
      * normal distribution net of the withholding asked for -- the   *
      * gross leaves the balance either way.                           *
      *****************************************************************
       6000-Test-Ira-Limit-Scenario.
           Move "IRA holds the limit and withholds on payout" to
                Current-Scenario-Name
           Move "N" to Current-Scenario-Switch

           Invoke IraAccount "createIraAccount"
             using by value 555550 0.0
             returning retirementAccount
           Invoke retirementAccount "contribute"
             using by value 1000 iraTaxYear " "
             returning iraFirstResult
           Invoke retirementAccount "contribute"
             using by value 999999999 iraTaxYear " "
             returning iraSecondResult
           Invoke retirementAccount "distribute"
             using by value 500 "N" iraWithholdPct
             returning iraPaidResult
           Invoke retirementAccount "getBalance" returning acctBalance

           If iraFirstResult = "Y" and iraSecondResult = "L"
                 and iraPaidResult = "Y" and acctBalance = 500
              Set Current-Scenario-Passed to true
           Else
              Display "RegressTest: expected IRA Y/L/Y balance 500, "
                      "got " iraFirstResult "/" iraSecondResult "/"
                      iraPaidResult " balance=" acctBalance
           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * Buying an official check takes the amount out of the         *
      * purchaser's account like a withdrawal, and a zero amount is   *
      * refused without touching the balance.                          *
      *****************************************************************
       7000-Test-Official-Check-Scenario.
           Move "Official check purchase debits the purchaser" to
                Current-Scenario-Name
           Move "N" to Current-Scenario-Switch

           Invoke Account "createAccount"
             using by value 777770
             returning purchaserAccount
           Invoke purchaserAccount "credit" using by value 900
           Invoke purchaserAccount "buyOfficialCheck"
             using by value 400
             returning ofcFirstResult
           Invoke purchaserAccount "buyOfficialCheck"
             using by value 0
             returning ofcSecondResult
           Invoke purchaserAccount "getBalance" returning acctBalance

           If ofcFirstResult = "Y" and ofcSecondResult not = "Y"
                 and acctBalance = 500
              Set Current-Scenario-Passed to true
           Else
              Display "RegressTest: expected official check Y/N "
                      "balance 500, got " ofcFirstResult "/"
                      ofcSecondResult " balance=" acctBalance
           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * An outbound wire's receiving bank routing number must pass    *
      * the ABA check digit: a real Federal Reserve routing number    *
      * passes, the same number with its last digit changed fails,    *
      * and so does zero.                                             *
      *****************************************************************
       8000-Test-Wire-Routing-Scenario.
           Move "Wire routing number must pass ABA check" to
                Current-Scenario-Name
           Move "N" to Current-Scenario-Switch

           Move 011000015 to wireRoutingNumber
           Call "AbaChk" using wireRoutingNumber abaGoodResult
           Move 011000016 to wireRoutingNumber
           Call "AbaChk" using wireRoutingNumber abaBadResult
           Move zero to wireRoutingNumber
           Call "AbaChk" using wireRoutingNumber abaZeroResult

           If abaGoodResult = "Y" and abaBadResult = "N"
                 and abaZeroResult = "N"
              Set Current-Scenario-Passed to true
           Else
              Display "RegressTest: expected ABA results Y/N/N, got "
                      abaGoodResult "/" abaBadResult "/"
                      abaZeroResult
           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * A card authorization's hold is released by the ledger record  *
      * it went on: with an older general hold ahead of it, releasing *
      * the card hold frees exactly the card amount and leaves the    *
      * general hold alone, and a second release of the same record   *
      * frees nothing.                                                 *
      *****************************************************************
       8500-Test-Card-Hold-Scenario.
           Move "Card hold releases its own ledger record" to
                Current-Scenario-Name
           Move "N" to Current-Scenario-Switch

           Invoke Account "createAccount"
             using by value 777780
             returning cardAccount
           Invoke cardAccount "credit" using by value 1000
           Invoke cardAccount "placeHold" using by value 100
           Invoke cardAccount "setHoldDetail"
             using by value "CARD" "CARDAUTH" 0
           Invoke cardAccount "placeHold" using by value 300
           Invoke cardAccount "getLastHoldSeq" returning cardHoldSeq
           Invoke cardAccount "releaseHoldRecord"
             using by value cardHoldSeq
             returning cardFirstRelease
           Invoke cardAccount "releaseHoldRecord"
             using by value cardHoldSeq
             returning cardSecondRelease
           Invoke cardAccount "getAvailableBalance"
             returning acctBalance

           If cardFirstRelease = 300 and cardSecondRelease = zero
                 and acctBalance = 900
              Set Current-Scenario-Passed to true
           Else
              Display "RegressTest: expected card release 300/0 "
                      "available 900, got " cardFirstRelease "/"
                      cardSecondRelease " available=" acctBalance
           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * A dispute's provisional credit goes onto the balance, a zero  *
      * credit is refused, and reversing the credit when the dispute  *
      * is denied takes the balance back to where it started.         *
      *****************************************************************
       8700-Test-Dispute-Credit-Scenario.
           Move "Dispute credit posts and reverses" to
                Current-Scenario-Name
           Move "N" to Current-Scenario-Switch

           Invoke Account "createAccount"
             using by value 777760
             returning disputeAccount
           Invoke disputeAccount "credit" using by value 1000
           Invoke disputeAccount "postDisputeCredit"
             using by value 250
             returning dispCreditResult
           Invoke disputeAccount "postDisputeCredit"
             using by value 0
             returning dispZeroResult
           Invoke disputeAccount "getBalance" returning dispMidBalance
           Invoke disputeAccount "reverseDisputeCredit"
             using by value 250
             returning dispReverseResult
           Invoke disputeAccount "getBalance" returning acctBalance

           If dispCreditResult = "Y" and dispZeroResult not = "Y"
                 and dispReverseResult = "Y"
                 and dispMidBalance = 1250 and acctBalance = 1000
              Set Current-Scenario-Passed to true
           Else
              Display "RegressTest: expected dispute Y/N/Y balances "
                      "1250/1000, got " dispCreditResult "/"
                      dispZeroResult "/" dispReverseResult
                      " balances=" dispMidBalance "/" acctBalance
           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * The excess-balance sweep moves exactly what stands above the  *
      * target from checking to its linked savings, and a second      *
      * sweep the same night finds nothing left to move.              *
      *****************************************************************
       8800-Test-Balance-Sweep-Scenario.
           Move "Excess balance sweeps to linked savings" to
                Current-Scenario-Name
           Move "N" to Current-Scenario-Switch

           Invoke SavingsAccount "createSavingsAccount"
             using by value 777803 0.0
             returning sweepSavings
           Invoke sweepSavings "credit" using by value 100
           Invoke CheckingAccount "createCheckingAccount"
             using by value 777792 1500
             returning sweepChecking
           Invoke sweepChecking "setLinkedSavings"
             using by value 777803

           Invoke sweepChecking "sweepExcess"
             using by value 1000
             returning sweepFirstAmount
           Invoke sweepChecking "sweepExcess"
             using by value 1000
             returning sweepSecondAmount
           Invoke sweepChecking "getBalance" returning drawerBalance

           If sweepFirstAmount = 500 and sweepSecondAmount = zero
                 and drawerBalance = 1000
              Set Current-Scenario-Passed to true
           Else
              Display "RegressTest: expected sweeps 500/0 checking "
                      "1000, got " sweepFirstAmount "/"
                      sweepSecondAmount " checking=" drawerBalance
           End-If
           Perform 9500-Record-Scenario-Result.

      *****************************************************************
      * Tallies and reports the outcome of whichever scenario just    *
      * ran, using Current-Scenario-Name/Switch the scenario set.      *
