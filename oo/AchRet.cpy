      *   R02 - account closed                                        *
      *   R03 - no account on file                                    *
      *   R04 - invalid account number                                *
      *   R15 - account holder deceased (a benefit credit posted      *
      *         after the date of death, returned for reclamation)    *
      *   R16 - account frozen                                        *
      *   R20 - debit against an installment loan                     *
      *   R23 - loan payment refused (more than the payoff)           *
      ******************************************************************
       01 Ach-Return-Record.
          05 AchRet-Account-Number pic 9(6).
