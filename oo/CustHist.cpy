      ******************************************************************
      * CUSTHIST.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed customer change history (CUSTHIST): one record per      *
      * change to a CUSTMAST row, carrying the whole customer record  *
      * as it stood before the change and as it stands after it, so  *
      * "what was this customer's address last March" is a keyed     *
      * browse rather than a restore.  Keyed by customer number, the *
      * date and time of the change, and a sequence that only moves  *
      * off zero when two changes land in the same hundredth of a    *
      * second.  Written by CustHLog for every program that changes  *
      * CUSTMAST -- the TellCust and TellOpen screens, CustMaint,    *
      * CrmSync and CustMrg -- and never rewritten except by NotEng, *
      * which marks off the old-address confirmation notice an       *
      * address change owes.  The images are CustRec.cpy's layout;   *
      * move one into Customer-Record to work with its fields.       *
      ******************************************************************
       01 Cust-History-Record.
          05 Hist-Key.
             10 Hist-Customer-Number pic 9(6).
             10 Hist-Change-Date     pic 9(8).
             10 Hist-Change-Time     pic 9(8).
             10 Hist-Change-Seq      pic 9(2).
      *  the program the change came through: TELLCUST, TELLOPEN,
      *  CUSTMNT, CRMSYNC or CUSTMRG
          05 Hist-Source             pic X(08).
          05 Hist-Change-Type        pic X(01).
             88 Hist-Customer-Added     value "A".
             88 Hist-Customer-Changed   value "C".
             88 Hist-Customer-Inactivated value "I".
             88 Hist-Death-Recorded     value "D".
             88 Hist-Customer-Merged    value "M".
      *  the teller, and for a name change at the window the
      *  supervisor who approved it; spaces from the batch programs
          05 Hist-Operator-Id        pic X(08).
          05 Hist-Approver-Id        pic X(08).
          05 Hist-Name-Changed       pic X(01).
             88 Hist-Name-Was-Changed   value "Y".
          05 Hist-Address-Changed    pic X(01).
             88 Hist-Address-Was-Changed value "Y".
      *  the confirmation notice an address change sends to the OLD
      *  address: pending until NotEng fires it, then sent, or held
      *  when the customer's mail is coming back
          05 Hist-Address-Notice     pic X(01).
             88 Hist-Notice-Not-Owed    value space.
             88 Hist-Notice-Pending     value "P".
             88 Hist-Notice-Sent        value "S".
             88 Hist-Notice-Held        value "H".
          05 Hist-Notice-Date        pic 9(8).
          05 Hist-Before-Image       pic X(147).
          05 Hist-After-Image        pic X(147).
          05 Filler                  pic X(20).
      ************************
      * End of CUSTHIST.CPY  *
      ************************
