      * ARCHACCT.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed view of the ACCTHIST master archive: ArchLoad           *
      * reorganizes the flat X(300) record images into the ACCTHIXD   *
      * file keyed by account number, so an audit inquiry retrieves   *
      * a closed account with one read instead of an eyeball scan.    *
      * The image field holds the archived record exactly as          *
      ******************************************************************
       01 Arch-Acct-Record.
          05 Arch-Acct-Key          pic 9(6).
          05 Arch-Acct-Image-Rest   pic X(294).
      ***********************
      * End of ARCHACCT.CPY *
      ***********************
