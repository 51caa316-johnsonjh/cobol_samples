          05 Ach-Orig-Account      pic X(10).
          05 Ach-Trace-Number      pic 9(15).
          05 Ach-Company-Name      pic X(16).
      *  the company entry description's benefit marker -- "XX" on
      *  federal benefit payments (Social Security, VA, SSI and the
      *  like), the part of a balance a garnishment may not touch
          05 Ach-Benefit-Code      pic X(02).
             88 Ach-Federal-Benefit  value "XX".
          05 Filler                pic X(03).
      ******************************************************************
      * Batch control records, the same HEADER/TRAILR convention      *
      * TXNFILE carries (see TxnRec.cpy): the first record of every   *
