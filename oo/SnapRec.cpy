          05 Snapshot-Key.
             10 Snap-Date            pic 9(8).
             10 Snap-Account-Number  pic 9(6).
          05 Snap-Master-Image       pic X(300).
          05 Filler                  pic X(20).
      ***********************
      * End of SNAPREC.CPY  *
