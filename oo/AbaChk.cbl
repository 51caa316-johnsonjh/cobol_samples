       cbl thread,pgmname(longmixed)
      ******************************************************************
      * AbaChk.cbl                                                     *
      *----------------------------------------------------------------*
      * Validates a nine-digit ABA routing transit number for the     *
      * outbound wire entry points (TellWire at the teller window,    *
      * WireLoad for the batch file) before a wire is allowed onto    *
      * the WIREREQ queue.  The check digit is the ABA one: the nine  *
      * digits weighted 3, 7, 1 repeating must sum to a multiple of   *
      * ten.  An all-zero number fails too -- it passes the           *
      * arithmetic but is no bank.                                    *
      *   outValid: "Y" the number checks, "N" it does not            *
      ******************************************************************
       Identification division.
       Program-id. "AbaChk".
       Data Division.
       Working-Storage Section.
       01  Aba-Digits             pic 9(9) value zero.
       01  Aba-Digit-Table redefines Aba-Digits.
           05 Aba-Digit           pic 9(01) occurs 9 times.
       01  Aba-Weights            pic 9(9) value 371371371.
       01  Aba-Weight-Table redefines Aba-Weights.
           05 Aba-Weight          pic 9(01) occurs 9 times.
       01  Aba-Index              pic 9(2) value zero.
       01  Aba-Sum                pic 9(4) value zero.
       01  Aba-Quotient           pic 9(4) value zero.
       01  Aba-Remainder          pic 9(2) value zero.
       Linkage Section.
       01  inRoutingNumber        pic 9(9).
       01  outValid               pic X(01).
           88 Routing-Is-Valid       value "Y".
           88 Routing-Is-Invalid     value "N".

       Procedure Division using inRoutingNumber outValid.
       0000-Mainline.
           Set Routing-Is-Invalid to true
           If inRoutingNumber is not numeric
                 or inRoutingNumber = zero
              Goback
           End-If
           Move inRoutingNumber to Aba-Digits
           Move zero to Aba-Sum
           Perform 1000-Weigh-One-Digit
               Varying Aba-Index from 1 by 1
               Until Aba-Index > 9
           Divide Aba-Sum by 10 giving Aba-Quotient
               remainder Aba-Remainder
           If Aba-Remainder = zero
              Set Routing-Is-Valid to true
           End-If
           Goback.

       1000-Weigh-One-Digit.
           Compute Aba-Sum = Aba-Sum
                 + Aba-Digit(Aba-Index) * Aba-Weight(Aba-Index).

       End program "AbaChk".
