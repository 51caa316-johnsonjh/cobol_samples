      ******************************************************************
      * WIREREQ.CPY                                                   *
      *----------------------------------------------------------------*
      * Outbound wire-request queue: one record per wire a customer   *
      * has asked the bank to send, keyed by a queue sequence number. *
      * The TellWire teller transaction and the WireLoad batch loader *
      * both write here; each request is screened against the watch   *
      * list through NameScrn on the way in and waits for a second    *
      * operator to release it on the TellWRel supervisor             *
      * transaction, which debits the customer for the wire and the   *
      * FEESCHED WIRF fee.  WireOut writes the released wires to the  *
      * Fedwire outbound file at end of day, marks them sent and      *
      * books the GL.                                                 *
      ******************************************************************
       01 Wire-Request-Record.
          05 Wire-Seq                 pic 9(6).
          05 Wire-Source              pic X(01).
             88 Wire-From-Teller         value "T".
             88 Wire-From-Batch          value "B".
          05 Wire-Account-Number      pic 9(6).
          05 Wire-Account-Type        pic X(01).
          05 Wire-Amount              pic S9(9) binary.
      *  the fee quoted when the wire was entered; on release, the fee
      *  actually charged, with what the account's exemption waived
      *  of it carried beside
          05 Wire-Fee-Amount          pic S9(9) binary.
          05 Wire-Fee-Waived          pic S9(9) binary.
          05 Wire-Originator-Name     pic X(35).
          05 Wire-Bene-Name           pic X(35).
          05 Wire-Bene-Account        pic X(34).
          05 Wire-Bene-Aba            pic 9(9).
          05 Wire-Bene-Bank-Name      pic X(18).
          05 Wire-Reference           pic X(16).
          05 Wire-Payment-Info        pic X(35).
          05 Wire-Entry-Operator      pic X(8).
          05 Wire-Entry-Date          pic 9(8).
          05 Wire-Entry-Time          pic 9(8).
      *  the NameScrn verdict on the beneficiary: a confirmed hit holds
      *  the wire -- it can only be rejected
          05 Wire-Screen-Result       pic X(01).
             88 Wire-Screen-Clear        value "N".
             88 Wire-Screen-Advisory     value "A".
             88 Wire-Screen-Confirmed    value "C".
          05 Wire-Status              pic X(01).
             88 Wire-Pending             value "P".
             88 Wire-Held                value "H".
             88 Wire-Released            value "R".
             88 Wire-Rejected            value "X".
             88 Wire-Sent                value "S".
          05 Wire-Release-Operator    pic X(8).
      *  the effective date of the release -- the next business day
      *  for a wire released after the cutoff
          05 Wire-Release-Date        pic 9(8).
          05 Wire-Release-Time        pic 9(8).
          05 Wire-Sent-Date           pic 9(8).
          05 Filler                   pic X(16).
      ************************
      * End of WIREREQ.CPY   *
      ************************
