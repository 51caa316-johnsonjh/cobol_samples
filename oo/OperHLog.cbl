       cbl thread,pgmname(longmixed)
      ******************************************************************
      * OperHLog.cbl                                                   *
      *----------------------------------------------------------------*
      * Operator change-history logger, CALLed by every program that  *
      * changes an OPERFILE row, right after the write or rewrite:    *
      * the source program, the kind of change, the supervisor who    *
      * made it (spaces from batch), and the operator record before   *
      * and after.  Appends one OPERHIST row keyed by operator,       *
      * business date and time of day, stepping the sequence on the   *
      * rare collision -- the CustHLog pattern.  The file is created  *
      * on first use; a history row that cannot be written is         *
      * reported on the log but never stops the caller, whose change  *
      * has already been made.                                        *
      ******************************************************************
       Identification division.
       Program-id. "OperHLog".
       Environment division.
       Input-Output Section.
       File-Control.
           Select OperHistFile Assign to "OPERHIST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is OpHist-Key
               File Status is OperHistStatus.
       Data Division.
       File Section.
       FD  OperHistFile.
           Copy OperHist.

       Working-Storage Section.
       01  OperHistStatus         pic X(02) value spaces.
           88 OperHistOK             value "00".
       01  Business-Date          pic 9(8) value zero.
       01  Written-Switch         pic X(01) value "N".
           88 HistoryWritten         value "Y".

       Linkage Section.
       01  inSource               pic X(08).
       01  inChangeType           pic X(01).
       01  inChangedBy            pic X(08).
      *  both images in OperRec.cpy's layout -- only the key is
      *  broken out
       01  inBeforeImage          pic X(54).
       01  inAfterImage.
           05 After-Id            pic X(08).
           05 Filler              pic X(46).

       Procedure Division using inSource inChangeType inChangedBy
                                inBeforeImage inAfterImage.
       0000-Mainline.
           Open I-O OperHistFile
           If OperHistStatus = "35"
              Open Output OperHistFile
              Close OperHistFile
              Open I-O OperHistFile
           End-If
           If not OperHistOK
              Display "OperHLog: unable to open OPERHIST, rc="
                      OperHistStatus ", change to operator "
                      After-Id " not recorded"
              Goback
           End-If

           Call "GetBusDate" using Business-Date
           Move spaces to Oper-History-Record
           Move After-Id       to OpHist-Operator-Id
           Move Business-Date  to OpHist-Change-Date
           Accept OpHist-Change-Time from Time
           Move zero           to OpHist-Change-Seq
           Move inSource       to OpHist-Source
           Move inChangeType   to OpHist-Change-Type
           Move inChangedBy    to OpHist-Changed-By
           Move inBeforeImage  to OpHist-Before-Image
           Move inAfterImage   to OpHist-After-Image

           Move "N" to Written-Switch
           Perform 1000-Write-History
               Until HistoryWritten
                  or OpHist-Change-Seq = 99
           If not HistoryWritten
              Display "OperHLog: change to operator " After-Id
                      " at " OpHist-Change-Time " not recorded"
           End-If
           Close OperHistFile
           Goback.

      *  a duplicate key (22) steps the sequence and tries again;
      *  anything else gives up at once
       1000-Write-History.
           Write Oper-History-Record
               Invalid Key
                   Continue
           End-Write
           Evaluate OperHistStatus
               When "00"
                   Move "Y" to Written-Switch
               When "22"
                   Add 1 to OpHist-Change-Seq
               When Other
                   Display "OperHLog: OPERHIST write failed, rc="
                           OperHistStatus
                   Move 99 to OpHist-Change-Seq
           End-Evaluate.

       End program "OperHLog".
