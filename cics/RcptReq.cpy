      ******************************************************************
      * RCPTREQ.CPY                                                   *
      *----------------------------------------------------------------*
      * COMMAREA passed on the LINK to RcptFmt, the teller receipt    *
      * formatter.  A teller transaction that has just completed      *
      * fills in what happened -- the transaction, the account, the   *
      * amount, the balance to show and a journal (or hold-ledger,    *
      * check-register) reference -- with function P, and RcptFmt     *
      * formats the receipt and routes it to the branch's receipt     *
      * printer.  TellRcpt sends function R with only the journal key *
      * and the reprinting operator, and RcptFmt rebuilds the receipt *
      * from the journal entry itself.  The formatted image comes     *
      * back in Rcpt-Image either way; it is also the record written  *
      * to the printer's transient-data queue, where RcptPrt prints   *
      * it.  Each image line ends in the 3270 new-line order so the   *
      * printer breaks the lines where they are formatted.            *
      ******************************************************************
       01 Receipt-Request.
          05 Rcpt-Function           pic X(01).
             88 Rcpt-Print-New          value "P".
             88 Rcpt-Reprint            value "R".
      *  the operator's OPERFILE branch picks the printer; spaces
      *  read as head office ("000"), the OperRec convention
          05 Rcpt-Branch             pic X(03).
          05 Rcpt-Operator-Id        pic X(08).
          05 Rcpt-Transaction        pic X(20).
          05 Rcpt-Account-Number     pic 9(06).
          05 Rcpt-Amount             pic S9(9) binary.
      *  the balance line's label ("AVAILABLE", "LOAN BALANCE") --
      *  spaces when nothing about the balance belongs on the receipt
          05 Rcpt-Balance-Label      pic X(12).
          05 Rcpt-Balance            pic S9(9) binary.
          05 Rcpt-Detail             pic X(39).
      *  the receipt's reference back to the record the transaction
      *  wrote.  On a journaled posting, a zero sequence asks RcptFmt
      *  to find the entry just written -- the account's last JRNLIXD
      *  entry on the date -- and the one found comes back here.
          05 Rcpt-Reference.
             10 Rcpt-Ref-Kind        pic X(01).
                88 Rcpt-Ref-Journal     value "J".
                88 Rcpt-Ref-Hold        value "H".
                88 Rcpt-Ref-Stop        value "S".
             10 Rcpt-Ref-Date        pic 9(08).
             10 Rcpt-Ref-Seq         pic 9(09).
          05 Rcpt-Return-Code        pic X(02).
             88 Rcpt-Printed            value "00".
             88 Rcpt-Entry-Not-Found    value "NF".
             88 Rcpt-No-Printer         value "NP".
          05 Rcpt-Image.
             10 Rcpt-Image-Line      occurs 12 times.
                15 Rcpt-Image-Text   pic X(39).
                15 Rcpt-Image-NL     pic X(01).
          05 Filler                  pic X(10).
      **********************
      * End of RCPTREQ.CPY *
      **********************
