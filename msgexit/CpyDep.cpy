      ******************************************************************
      *  CPYDEP - record layout for the CPYDEPS copybook-dependency    *
      *           repository                                          *
      *----------------------------------------------------------------*
      *  One record for every COPY member the LIBEXIT is asked to     *
      *  fetch, redirected or not -- which compile, which member,     *
      *  from which library, and the member's library change date as  *
      *  CPYCHGDT recorded it (zero when the register has no row for  *
      *  it).  Every fetch of one compile carries the same compile    *
      *  date and time, taken when the compiler opened the LIBEXIT,   *
      *  so a program's latest compile is one set of rows.  CpyUsage  *
      *  and StaleCmp report over it.                                 *
      ******************************************************************
       01  CpyDep-Record.
           05  CpyDep-Program-Name        PIC X(08).
           05  CpyDep-Compile-Date        PIC 9(08).
           05  CpyDep-Compile-Time        PIC 9(08).
           05  CpyDep-Member-Name         PIC X(08).
           05  CpyDep-Library-Path        PIC X(44).
           05  CpyDep-Member-Changed      PIC 9(08).
           05  FILLER                     PIC X(10).
      *************************
      * End of CPYDEP.CPY     *
      *************************
