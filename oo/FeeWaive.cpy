      ******************************************************************
      * FEEWAIVE.CPY                                                  *
      *----------------------------------------------------------------*
      * One record per fee an exemption code waived (the FEEWAIVE     *
      * file), appended by FeeExmt at the moment the fee would have   *
      * been charged: the account, its branch, the exemption code     *
      * that waived it, the fee code and the amount forgone.  The     *
      * month-end FeeWvRpt totals the month's records by code and     *
      * branch -- what the exemptions cost.                            *
      ******************************************************************
       01 Fee-Waiver-Record.
          05 Waive-Date            pic 9(8).
          05 Waive-Account-Number  pic 9(6).
          05 Waive-Branch-Code     pic X(03).
          05 Waive-Exempt-Code     pic X(02).
          05 Waive-Fee-Code        pic X(04).
          05 Waive-Amount          pic S9(9) binary.
          05 Filler                pic X(20).
      ***********************
      * End of FEEWAIVE.CPY *
      ***********************
