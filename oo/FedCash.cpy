      ******************************************************************
      * FEDCASH.CPY                                                   *
      *----------------------------------------------------------------*
      * Federal Reserve cash order (the FEDCASH file), written by the *
      * CashFcst vault forecast when the projected vault position     *
      * over the next two weeks leaves the policy band: an order of   *
      * currency from the Fed when the vault would run below its      *
      * minimum, a return shipment to the Fed when it would sit above *
      * its maximum.  At most one record a run, all-display so the    *
      * file goes to the Fed's cash services as written.  Amounts in  *
      * cents, always a whole number of thousand-dollar straps.       *
      ******************************************************************
       01 Fed-Cash-Order-Record.
          05 Fcsh-Request-Date      pic 9(8).
          05 Fcsh-Delivery-Date     pic 9(8).
          05 Fcsh-Routing-Number    pic 9(9).
          05 Fcsh-Order-Type        pic X(01).
             88 Fcsh-Is-Order          value "O".
             88 Fcsh-Is-Return         value "R".
          05 Fcsh-Amount            pic 9(11).
      *  the figures behind the request, for the vault manager's file
      *  copy: the position at the close of the business date and the
      *  lowest and highest the forecast carried it to
          05 Fcsh-Vault-Position    pic S9(11).
          05 Fcsh-Projected-Low     pic S9(11).
          05 Fcsh-Projected-High    pic S9(11).
          05 Filler                 pic X(20).
      ************************
      * End of FEDCASH.CPY   *
      ************************
