      ******************************************************************
      *  MSGOCCUR - record layout for the MSGOCCUR message-occurrence  *
      *             log                                               *
      *----------------------------------------------------------------*
      *  One record for every diagnostic or FIPS message the compiler *
      *  issues, overridden or not: which program, which message, the *
      *  severity it was issued with and the severity it left         *
      *  IGYMSGXT with (the same as issued when nothing customized    *
      *  it, -1 when it was suppressed), and when.  MsgPareto ranks   *
      *  the messages over it.                                        *
      ******************************************************************
       01  MsgOccur-Record.
           05  MsgOccur-Program-Name      PIC X(08).
           05  MsgOccur-Message-Num       PIC 9(04).
           05  MsgOccur-Default-Sev       PIC S9(04).
           05  MsgOccur-Final-Sev         PIC S9(04).
           05  MsgOccur-Compile-Date      PIC 9(08).
           05  MsgOccur-Compile-Time      PIC 9(08).
           05  FILLER                     PIC X(10).
      *************************
      * End of MSGOCCUR.CPY   *
      *************************
