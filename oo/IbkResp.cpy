      ******************************************************************
      * IBKRESP.CPY                                                   *
      *----------------------------------------------------------------*
      * Shared record layout for the IBKRESP response file IbkIn      *
      * sends back to the internet-banking vendor: one record for     *
      * every IBKREQ request, accepted or rejected, echoing the        *
      * vendor's reference, so the customer sees the outcome online.  *
      * A future-dated transfer that was accepted carries the TXNWHSE *
      * item number it was lodged under.  A file refused whole comes  *
      * back as a single record of type "FILE  " with reason I99.     *
      * Reason codes:                                                  *
      *   I01 - customer does not own the from account                *
      *   I02 - customer does not own the to account                  *
      *   I03 - account not on file or fails its check digit          *
      *   I04 - account not open                                      *
      *   I05 - account type does not take online transfers           *
      *   I06 - invalid amount                                        *
      *   I07 - insufficient available funds                          *
      *   I08 - from and to account are the same                      *
      *   I09 - effective date is not a future date                   *
      *   I10 - check not issued from that account                    *
      *   I11 - check has already cleared                             *
      *   I12 - a stop is already in place                            *
      *   I13 - unknown request type                                  *
      *   I99 - file refused whole (batch controls or duplicate)      *
      ******************************************************************
       01 Ibk-Response-Record.
          05 IbkResp-Customer-Number pic 9(6).
          05 IbkResp-Type            pic X(06).
          05 IbkResp-Reference       pic X(16).
          05 IbkResp-Result          pic X(01).
             88 IbkResp-Accepted        value "A".
             88 IbkResp-Rejected        value "R".
          05 IbkResp-Reason-Code     pic X(03).
          05 IbkResp-Reason-Text     pic X(30).
          05 IbkResp-Whse-Seq        pic 9(6).
          05 IbkResp-Business-Date   pic 9(8).
          05 Filler                  pic X(20).
      ***********************
      * End of IBKRESP.CPY  *
      ***********************
