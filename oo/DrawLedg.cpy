             88 Drawer-Is-Closed       value "C".
          05 Drawer-Open-Time       pic 9(8).
          05 Drawer-Close-Time      pic 9(8).
      *  cash taken in for official checks sold at the window
      *  (TellOfc) -- money in the drawer with no journal entry
      *  behind it, so TellBal adds it to the expected cash
          05 Drawer-Official-Cash   pic S9(9) binary.
      *  the branch the drawer works out of, stamped from the
      *  operator's branch when the drawer opens; BrchXfer moves a
      *  closing branch's drawers to the branch taking its work.
      *  Spaces on rows written before the field read as head office
          05 Drawer-Branch          pic X(03).
          05 Filler                 pic X(13).
      ************************
      * End of DRAWLEDG.CPY  *
      ************************
