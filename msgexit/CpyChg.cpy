      ******************************************************************
      *  CPYCHG - record layout for the CPYCHGDT member change-date    *
      *           register                                            *
      *----------------------------------------------------------------*
      *  One record appended each time a COPY member is changed in a *
      *  library -- the member, the library (SPACES for the normal    *
      *  copybook library, otherwise the versioned path a LIBREDIR    *
      *  entry would name) and the date of the change.  The latest    *
      *  record for a member/library pair is its current change date. *
      *  IGYMSGXT carries it onto every CPYDEPS fetch record.         *
      ******************************************************************
       01  CpyChg-Record.
           05  CpyChg-Member-Name         PIC X(08).
           05  CpyChg-Library-Path        PIC X(44).
           05  CpyChg-Changed-Date        PIC 9(08).
           05  FILLER                     PIC X(10).
      *************************
      * End of CPYCHG.CPY     *
      *************************
