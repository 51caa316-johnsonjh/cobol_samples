      * One record per requested control-field change, applied by     *
      * the AcctMnt maintenance batch -- the assignment path for the *
      * fields no posting stream ever sets:                            *
      *   B - stamp Mnt-Value as the account's branch code, only     *
      *       while it has none -- a branch change is a BrchXfer       *
      *       transfer                                                 *
      *   Y - stamp Mnt-Value byte 1 as the statement cycle code      *
      *   A - set the analysis-billing flag from Mnt-Value byte 1     *
      *       (Y on, N off)                                            *
      *       "setInterestSweep" -- type-T accounts only              *
      *   O - stamp Mnt-Value as operator Mnt-Operator-Id's branch    *
      *       on OPERFILE                                              *
      *   U - mark the account custodial for a minor, the custodian   *
      *       being the linked owner Mnt-Custodian-Cust; a zero       *
      *       custodian clears the custodial marking                  *
      *   P - put the account on PRODUCTS product Mnt-Product-Code;   *
      *       spaces take it back to the base product of its type     *
      *   E - give the account FEEEXMPT fee-exemption code Mnt-Value  *
      *       bytes 1-2, lapsing after Mnt-Exempt-Expiry (zero never  *
      *       lapses); spaces clear the exemption                     *
      *   L - link operator Mnt-Operator-Id to their own customer     *
      *       record Mnt-Employee-Cust on OPERFILE; zero unlinks      *
      *   K - record Mnt-Check-First thru Mnt-Check-Last as the     *
      *       check numbers of the box the checking account holds --  *
      *       the range ChkReord reorders from; the range it replaces *
      *       becomes the prior range                                 *
      *   W - sweep the checking account's available balance above  *
      *       Mnt-Sweep-Target cents to its linked savings account    *
      *       every night; a zero target takes the sweep off          *
      *   D - stamp Mnt-Value byte 1 as the depositor class: D a U.S. *
      *       depository institution, F a foreign bank, space an      *
      *       ordinary depositor                                      *
      ******************************************************************
       01 Acct-Mnt-Record.
          05 Mnt-Action             pic X(01).
             88 Mnt-Set-Analysis       value "A".
             88 Mnt-Set-Sweep          value "S".
             88 Mnt-Set-Oper-Branch    value "O".
             88 Mnt-Set-Custodial      value "U".
             88 Mnt-Set-Product        value "P".
             88 Mnt-Set-Fee-Exempt     value "E".
             88 Mnt-Set-Oper-Customer  value "L".
             88 Mnt-Set-Check-Range    value "K".
             88 Mnt-Set-Sweep-Target   value "W".
             88 Mnt-Set-Depositor      value "D".
          05 Mnt-Account-Number     pic 9(6).
          05 Mnt-Operands.
             10 Mnt-Operator-Id        pic X(8).
             10 Mnt-Value              pic X(3).
             10 Mnt-Custodian-Cust     pic 9(6).
             10 Mnt-Employee-Cust redefines Mnt-Custodian-Cust
                                       pic 9(6).
             10 Mnt-Product-Code       pic X(4).
             10 Mnt-Exempt-Expiry      pic 9(8).
             10 Filler                 pic X(2).
      *  the K action's operands, over the same bytes
          05 Mnt-Check-Operands redefines Mnt-Operands.
             10 Mnt-Check-First        pic 9(9).
             10 Mnt-Check-Last         pic 9(9).
             10 Filler                 pic X(13).
      *  the W action's operand, over the same bytes
          05 Mnt-Sweep-Operands redefines Mnt-Operands.
             10 Mnt-Sweep-Target       pic 9(9).
             10 Filler                 pic X(22).
      ***********************
      * End of ACCTMNT.CPY  *
      ***********************
