      ******************************************************************
      * ACCTSIGN.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed authorized-signer file (ACCTSIGN), one record per       *
      * person allowed to transact on an account without owning it,  *
      * keyed by account number and a two-digit sequence.  A power-   *
      * of-attorney holder or a business's authorized signer is kept *
      * here instead of on the owner table, so the account's tax      *
      * reporting stays with its real owners.  Maintained online by   *
      * the TellSign supervisor transaction; TellInq, TellPost and    *
      * TellMlt list the rows so the teller can check the person at   *
      * the window.  A signer is valid from the effective date        *
      * through the expiry date (zero -- no expiry) unless revoked;   *
      * a per-item limit of zero means no limit.                       *
      ******************************************************************
       01 Acct-Signer-Record.
          05 Sign-Key.
             10 Sign-Account-Number pic 9(6).
             10 Sign-Sequence       pic 9(2).
          05 Sign-Type              pic X(01).
             88 Sign-Type-POA          value "P".
             88 Sign-Type-Signer       value "S".
             88 Sign-Type-Is-Valid     values "P" "S".
          05 Sign-Customer-Number   pic 9(6).
          05 Sign-Name              pic X(20).
          05 Sign-Effective-Date    pic 9(8).
          05 Sign-Expiry-Date       pic 9(8).
      *  the most one item posted on this signer's authority may be,
      *  in cents
          05 Sign-Item-Limit        pic S9(9) binary.
          05 Sign-Status            pic X(01).
             88 Sign-Is-Active         value "A".
             88 Sign-Is-Revoked        value "R".
          05 Sign-Maint-Operator    pic X(08).
          05 Sign-Last-Maint-Date   pic 9(08).
          05 Filler                 pic X(20).
      ************************
      * End of ACCTSIGN.CPY  *
      ************************
