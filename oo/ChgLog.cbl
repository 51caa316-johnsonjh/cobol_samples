       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ChgLog.cbl                                                     *
      *----------------------------------------------------------------*
      * Replication change logger, CALLed right after a change to an  *
      * ACCTMAST, CUSTMAST or HOLDFILE row with what kind of row it   *
      * was, its key, the calling program, and whether the row was    *
      * changed ("U") or removed ("D").  Adds the key to CHGLOG, or    *
      * restamps the record already there -- a removal stands until  *
      * the key is changed again, which is how a reinstated account  *
      * comes back.  The file is created on first use; a key that     *
      * cannot be logged is reported but never stops the caller,     *
      * whose change has already been made -- the next full-refresh  *
      * night picks it up.                                             *
      ******************************************************************
       Identification division.
       Program-id. "ChgLog".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ChangeLogFile Assign to "CHGLOG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Chg-Key
               File Status is ChangeLogStatus.
       Data Division.
       File Section.
       FD  ChangeLogFile.
           Copy ChgRec.

       Working-Storage Section.
       01  ChangeLogStatus        pic X(02) value spaces.
           88 ChangeLogOK            value "00".
       01  Business-Date          pic 9(8) value zero.

       Linkage Section.
       01  inSource               pic X(08).
       01  inEntity               pic X(01).
       01  inAction               pic X(01).
       01  inNumber               pic 9(6).
       01  inHoldSeq              pic 9(4).

       Procedure Division using inSource inEntity inAction
                                inNumber inHoldSeq.
       0000-Mainline.
           Open I-O ChangeLogFile
           If ChangeLogStatus = "35"
              Open Output ChangeLogFile
              Close ChangeLogFile
              Open I-O ChangeLogFile
           End-If
           If not ChangeLogOK
              Display "ChgLog: unable to open CHGLOG, rc="
                      ChangeLogStatus ", change to " inEntity " "
                      inNumber " not logged"
              Goback
           End-If

           Call "GetBusDate" using Business-Date
           Move inEntity  to Chg-Entity
           Move inNumber  to Chg-Number
           Move inHoldSeq to Chg-Hold-Seq
           Read ChangeLogFile
               Invalid Key
                   Perform 1000-Add-Key
               Not Invalid Key
                   Perform 2000-Restamp-Key
           End-Read
           If not ChangeLogOK
              Display "ChgLog: CHGLOG write failed, rc="
                      ChangeLogStatus ", change to " inEntity " "
                      inNumber " not logged"
           End-If
           Close ChangeLogFile
           Goback.

       1000-Add-Key.
           Move spaces to Change-Log-Record
           Move inEntity      to Chg-Entity
           Move inNumber      to Chg-Number
           Move inHoldSeq     to Chg-Hold-Seq
           Move inAction      to Chg-Action
           Move Business-Date to Chg-First-Date Chg-Last-Date
           Accept Chg-Last-Time from Time
           Move inSource      to Chg-Last-Source
           Move 1             to Chg-Touch-Count
           Write Change-Log-Record
               Invalid Key
                   Continue
           End-Write.

       2000-Restamp-Key.
           Move inAction      to Chg-Action
           Move Business-Date to Chg-Last-Date
           Accept Chg-Last-Time from Time
           Move inSource      to Chg-Last-Source
           If Chg-Touch-Count < 99999
              Add 1 to Chg-Touch-Count
           End-If
           Rewrite Change-Log-Record
               Invalid Key
                   Continue
           End-Rewrite.

       End program "ChgLog".
