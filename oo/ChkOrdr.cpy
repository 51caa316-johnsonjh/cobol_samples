      ******************************************************************
      * CHKORDR.CPY                                                   *
      *----------------------------------------------------------------*
      * Check-stock order (the CHKORDR file) for the check-printer    *
      * vendor, written by the weekly ChkReord run: one record per    *
      * checking account whose last box is running out, carrying the  *
      * names and the CUSTMAST address to print on the checks and the *
      * check numbers of the new box.  All-display so the file goes   *
      * out as written.                                                *
      ******************************************************************
       01 Check-Order-Record.
          05 Chko-Order-Date        pic 9(8).
          05 Chko-Account-Number    pic 9(6).
          05 Chko-Branch-Code       pic X(03).
          05 Chko-Customer-Number   pic 9(6).
          05 Chko-Name              pic X(20).
      *  the second owner's name for a joint account, printed under
      *  the first; spaces otherwise
          05 Chko-Joint-Name        pic X(20).
          05 Chko-Address-1         pic X(30).
          05 Chko-Address-2         pic X(30).
          05 Chko-City              pic X(20).
          05 Chko-State             pic X(02).
          05 Chko-Zip               pic X(09).
          05 Chko-First-Check       pic 9(9).
          05 Chko-Last-Check        pic 9(9).
          05 Chko-Quantity          pic 9(5).
          05 Filler                 pic X(13).
      ***********************
      * End of CHKORDR.CPY  *
      ***********************
