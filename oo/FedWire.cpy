      ******************************************************************
      * FEDWIRE.CPY                                                   *
      *----------------------------------------------------------------*
      * One Fedwire funds-transfer message as WireOut writes it to    *
      * the FEDWOUT outbound file, in tag order: each tag's literal   *
      * is carried in the layout, so the program fills only the       *
      * variable fields.  The IMAD is the business date, the bank's   *
      * Fedwire terminal id (WIRELTRM) and the WIREREQ sequence       *
      * number, which ties a Fed inquiry back to the queue entry that *
      * sent it.  Business function CTR -- a customer transfer --     *
      * with the originator identified by the account debited and the *
      * beneficiary by the account the customer gave us ("D" = DDA    *
      * account).                                                     *
      ******************************************************************
       01 Fedwire-Message.
          05 Filler                   pic X(06) value "{1500}".
          05 Fedwire-Format-Version   pic X(02) value "30".
          05 Fedwire-User-Request-Id  pic X(08).
          05 Fedwire-Test-Prod-Code   pic X(01) value "P".
          05 Fedwire-Dup-Code         pic X(01) value space.
          05 Filler                   pic X(06) value "{1510}".
          05 Fedwire-Type-Subtype     pic X(04) value "1000".
          05 Filler                   pic X(06) value "{1520}".
          05 Fedwire-Imad.
             10 Fedwire-Imad-Date     pic 9(8).
             10 Fedwire-Imad-Source   pic X(8).
             10 Fedwire-Imad-Seq      pic 9(6).
          05 Filler                   pic X(06) value "{2000}".
          05 Fedwire-Amount           pic 9(12).
          05 Filler                   pic X(06) value "{3100}".
          05 Fedwire-Sender-Aba       pic 9(9).
          05 Fedwire-Sender-Name      pic X(18).
          05 Filler                   pic X(06) value "{3320}".
          05 Fedwire-Sender-Reference pic X(16).
          05 Filler                   pic X(06) value "{3400}".
          05 Fedwire-Receiver-Aba     pic 9(9).
          05 Fedwire-Receiver-Name    pic X(18).
          05 Filler                   pic X(06) value "{3600}".
          05 Fedwire-Bus-Function     pic X(03) value "CTR".
          05 Filler                   pic X(06) value "{4200}".
          05 Fedwire-Bene-Id-Code     pic X(01) value "D".
          05 Fedwire-Bene-Identifier  pic X(34).
          05 Fedwire-Bene-Name        pic X(35).
          05 Filler                   pic X(06) value "{5000}".
          05 Fedwire-Orig-Id-Code     pic X(01) value "D".
          05 Fedwire-Orig-Identifier  pic X(34).
          05 Fedwire-Orig-Name        pic X(35).
          05 Filler                   pic X(06) value "{6000}".
          05 Fedwire-Orig-To-Bene     pic X(35).
      ************************
      * End of FEDWIRE.CPY   *
      ************************
