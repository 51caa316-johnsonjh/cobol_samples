       cbl thread,pgmname(longmixed)
      ******************************************************************
      * CustHLog.cbl                                                   *
      *----------------------------------------------------------------*
      * Customer change-history logger, CALLed by every program that  *
      * changes a CUSTMAST row, right after the write or rewrite:     *
      * the source program, the kind of change, the operator (and    *
      * the approving supervisor, for a name change at the window),  *
      * and the customer record before and after.  Appends one        *
      * CUSTHIST row keyed by customer, business date and time of    *
      * day, stepping the sequence on the rare collision.  When the  *
      * mailing address of an existing customer changed, the row is  *
      * marked as owing the old-address confirmation notice, which   *
      * NotEng sends that night -- a takeover usually starts with an *
      * address change the real customer never hears about.  The     *
      * file is created on first use; a history row that cannot be   *
      * written is reported on the log but never stops the caller,   *
      * whose change has already been made.  Every change also puts  *
      * the customer on the CHGLOG replication change log (ChgLog),  *
      * first thing, so CustRepl sends the row tonight whether or    *
      * not the history row can be written.                           *
      ******************************************************************
       Identification division.
       Program-id. "CustHLog".
       Environment division.
       Input-Output Section.
       File-Control.
           Select CustHistFile Assign to "CUSTHIST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Hist-Key
               File Status is CustHistStatus.
       Data Division.
       File Section.
       FD  CustHistFile.
           Copy CustHist.

       Working-Storage Section.
       01  CustHistStatus         pic X(02) value spaces.
           88 CustHistOK             value "00".
       01  Business-Date          pic 9(8) value zero.
       01  Written-Switch         pic X(01) value "N".
           88 HistoryWritten         value "Y".
       01  Change-Log-Entity      pic X(01) value "C".
       01  Change-Log-Action      pic X(01) value "U".
       01  Change-Log-No-Hold     pic 9(4) value zero.

       Linkage Section.
       01  inSource               pic X(08).
       01  inChangeType           pic X(01).
       01  inOperatorId           pic X(08).
       01  inApproverId           pic X(08).
      *  both images in CustRec.cpy's layout -- just the parts this
      *  program compares are broken out
       01  inBeforeImage.
           05 Before-Number       pic 9(6).
           05 Before-Name         pic X(20).
           05 Before-Address      pic X(91).
           05 Filler              pic X(30).
       01  inAfterImage.
           05 After-Number        pic 9(6).
           05 After-Name          pic X(20).
           05 After-Address       pic X(91).
           05 Filler              pic X(30).

       Procedure Division using inSource inChangeType
                                inOperatorId inApproverId
                                inBeforeImage inAfterImage.
       0000-Mainline.
           Call "ChgLog" using inSource Change-Log-Entity
                               Change-Log-Action After-Number
                               Change-Log-No-Hold
           Open I-O CustHistFile
           If CustHistStatus = "35"
              Open Output CustHistFile
              Close CustHistFile
              Open I-O CustHistFile
           End-If
           If not CustHistOK
              Display "CustHLog: unable to open CUSTHIST, rc="
                      CustHistStatus ", change to customer "
                      After-Number " not recorded"
              Goback
           End-If

           Call "GetBusDate" using Business-Date
           Move spaces to Cust-History-Record
           Move After-Number   to Hist-Customer-Number
           Move Business-Date  to Hist-Change-Date
           Accept Hist-Change-Time from Time
           Move zero           to Hist-Change-Seq
           Move inSource       to Hist-Source
           Move inChangeType   to Hist-Change-Type
           Move inOperatorId   to Hist-Operator-Id
           Move inApproverId   to Hist-Approver-Id
           Move "N"            to Hist-Name-Changed
           Move "N"            to Hist-Address-Changed
           Move zero           to Hist-Notice-Date
           Move inBeforeImage  to Hist-Before-Image
           Move inAfterImage   to Hist-After-Image
      *  an add has no before image to compare against, and no old
      *  address to write to
           If not Hist-Customer-Added
              If After-Name not = Before-Name
                 Move "Y" to Hist-Name-Changed
              End-If
              If After-Address not = Before-Address
                 Move "Y" to Hist-Address-Changed
                 Set Hist-Notice-Pending to true
              End-If
           End-If

           Move "N" to Written-Switch
           Perform 1000-Write-History
               Until HistoryWritten
                  or Hist-Change-Seq = 99
           If not HistoryWritten
              Display "CustHLog: change to customer " After-Number
                      " at " Hist-Change-Time " not recorded"
           End-If
           Close CustHistFile
           Goback.

      *  a duplicate key (22) steps the sequence and tries again;
      *  anything else gives up at once
       1000-Write-History.
           Write Cust-History-Record
               Invalid Key
                   Continue
           End-Write
           Evaluate CustHistStatus
               When "00"
                   Move "Y" to Written-Switch
               When "22"
                   Add 1 to Hist-Change-Seq
               When Other
                   Display "CustHLog: CUSTHIST write failed, rc="
                           CustHistStatus
                   Move 99 to Hist-Change-Seq
           End-Evaluate.

       End program "CustHLog".
