      ******************************************************************
      * OPERHIST.CPY                                                  *
      *----------------------------------------------------------------*
      * Keyed operator change history (OPERHIST): one record per      *
      * change to an OPERFILE row, carrying the whole operator record *
      * as it stood before the change and as it stands after it, so   *
      * "who raised this teller's limit, and when" is a keyed browse  *
      * rather than a guess.  Keyed by operator ID, the business date *
      * and time of the change, and a sequence that only moves off    *
      * zero when two changes land in the same hundredth of a second. *
      * Written by OperHLog for every program that changes OPERFILE   *
      * -- the TellOper screen, AcctMnt and OperIdle -- and never     *
      * rewritten.  The sign-on stamp is not a change of access and   *
      * is not logged.  The images are OperRec.cpy's layout; move one *
      * into Operator-Record to work with its fields.                 *
      ******************************************************************
       01 Oper-History-Record.
          05 OpHist-Key.
             10 OpHist-Operator-Id   pic X(08).
             10 OpHist-Change-Date   pic 9(8).
             10 OpHist-Change-Time   pic 9(8).
             10 OpHist-Change-Seq    pic 9(2).
      *  the program the change came through: TELLOPER, ACCTMNT or
      *  OPERIDLE
          05 OpHist-Source           pic X(08).
          05 OpHist-Change-Type      pic X(01).
             88 OpHist-Operator-Added   value "A".
             88 OpHist-Operator-Changed value "C".
             88 OpHist-Operator-Deactivated value "D".
             88 OpHist-Operator-Reactivated value "R".
      *  the supervisor who made the change at the screen; spaces
      *  from the batch programs
          05 OpHist-Changed-By       pic X(08).
          05 OpHist-Before-Image     pic X(54).
          05 OpHist-After-Image      pic X(54).
          05 Filler                  pic X(20).
      ************************
      * End of OPERHIST.CPY  *
      ************************
