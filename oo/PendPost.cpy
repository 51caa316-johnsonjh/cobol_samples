             88 Pend-Was-Released      value "R".
             88 Pend-Was-Rejected      value "X".
          05 Pend-Approver-Id       pic X(8).
      *  the authorized signer (ACCTSIGN) the teller served, carried
      *  through to the released journal entry; zero for an owner
          05 Pend-Signer-Customer   pic 9(6).
          05 Filler                 pic X(14).
      ************************
      * End of PENDPOST.CPY  *
      ************************
