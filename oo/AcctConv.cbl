       cbl thread,pgmname(longmixed)
      ******************************************************************
      * AcctConv.cbl                                                   *
      *----------------------------------------------------------------*
      * One-time conversion for the 300-byte account master, run once *
      * at the cutover before anything else touches the files.  Each  *
      * of the three places a master record image lives is rebuilt    *
      * from a sequential unload of its old 200-byte form:            *
      *   ACCTMSOL  -> ACCTMAST   the keyed account master            *
      *   SNAPOLD   -> SNAPSHOT   the keyed end-of-day snapshots      *
      *   ACCTHSOL  -> ACCTHIST   the closed-account archive          *
      * The old 200 bytes carry over unchanged and the 100-byte       *
      * extension comes up spaces, so every field in it reads as "not *
      * set" (Master-Product-Code blank prices as the base product).  *
      * An unload not mounted is skipped and its file left alone, so  *
      * the job reruns one file at a time.  ArchLoad is rerun after   *
      * ACCTHIST is converted to rebuild the keyed ACCTHIXD view.      *
      ******************************************************************
       Identification division.
       Program-id. "AcctConv".
       Environment division.
       Input-Output Section.
       File-Control.
           Select OldMasterFile Assign to "ACCTMSOL"
               Organization is Sequential
               File Status is OldMasterStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select OldSnapshotFile Assign to "SNAPOLD"
               Organization is Sequential
               File Status is OldSnapshotStatus.
           Select SnapshotFile Assign to "SNAPSHOT"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Snapshot-Key
               File Status is SnapshotStatus.
           Select OldArchiveFile Assign to "ACCTHSOL"
               Organization is Sequential
               File Status is OldArchiveStatus.
           Select ArchiveMasterFile Assign to "ACCTHIST"
               Organization is Sequential
               File Status is ArchMasterStatus.
       Data Division.
       File Section.
      *****************************************************************
      * The three layouts as they stood before the extension -- the   *
      * master image was 200 bytes wherever it was carried.           *
      *****************************************************************
       FD  OldMasterFile.
       01  Old-Master-Record          pic X(200).
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  OldSnapshotFile.
       01  Old-Snapshot-Record.
           05 Old-Snapshot-Key        pic X(14).
           05 Old-Snap-Master-Image   pic X(200).
           05 Filler                  pic X(20).
       FD  SnapshotFile.
           Copy SnapRec.
       FD  OldArchiveFile.
       01  Old-Archive-Record         pic X(200).
       FD  ArchiveMasterFile.
       01  Archive-Master-Record      pic X(300).

       Working-Storage Section.
       01  OldMasterStatus        pic X(02) value spaces.
           88 OldMasterOK            value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
       01  OldSnapshotStatus      pic X(02) value spaces.
           88 OldSnapshotOK          value "00".
       01  SnapshotStatus         pic X(02) value spaces.
       01  OldArchiveStatus       pic X(02) value spaces.
           88 OldArchiveOK           value "00".
       01  ArchMasterStatus       pic X(02) value spaces.

       01  OldEOF-Switch          pic X(01) value "N".
           88 NoMoreOldRecords       value "Y".

       01  MastersConverted       pic 9(9) value zero.
       01  SnapshotsConverted     pic 9(9) value zero.
       01  ArchivesConverted      pic 9(9) value zero.
       01  RecordsRejected        pic 9(9) value zero.

       Procedure Division.
       0000-Mainline.
           Display "AcctConv: 300-byte account master conversion "
                   "starting"
           Perform 1000-Convert-Master
           Perform 2000-Convert-Snapshots
           Perform 3000-Convert-Archive
           Display "AcctConv: masters=" MastersConverted
                   " snapshots=" SnapshotsConverted
                   " archived=" ArchivesConverted
                   " rejected=" RecordsRejected
           Goback.

      *****************************************************************
      * The unload is in account-number order (it came off the keyed  *
      * file), so the new master loads sequentially.                  *
      *****************************************************************
       1000-Convert-Master.
           Move "N" to OldEOF-Switch
           Open Input OldMasterFile
           If not OldMasterOK
              Display "AcctConv: no ACCTMSOL unload, ACCTMAST not "
                      "converted, rc=" OldMasterStatus
              Exit Paragraph
           End-If
           Open Output AcctMasterFile
           Perform 1100-Read-Old-Master
           Perform 1200-Convert-One-Master
               Until NoMoreOldRecords
           Close OldMasterFile
           Close AcctMasterFile.

       1100-Read-Old-Master.
           If not NoMoreOldRecords
              Read OldMasterFile
                  At End
                      Move "Y" to OldEOF-Switch
              End-Read
           End-If.

       1200-Convert-One-Master.
           Move spaces to Acct-Master-Record
           Move Old-Master-Record to Acct-Master-Record(1:200)
           Write Acct-Master-Record
               Invalid Key
                   Display "AcctConv: account " Master-Account-Number
                           " out of sequence or duplicated, rc="
                           AcctMasterStatus
                   Add 1 to RecordsRejected
               Not Invalid Key
                   Add 1 to MastersConverted
           End-Write
           Perform 1100-Read-Old-Master.

       2000-Convert-Snapshots.
           Move "N" to OldEOF-Switch
           Open Input OldSnapshotFile
           If not OldSnapshotOK
              Display "AcctConv: no SNAPOLD unload, SNAPSHOT not "
                      "converted, rc=" OldSnapshotStatus
              Exit Paragraph
           End-If
           Open Output SnapshotFile
           Perform 2100-Read-Old-Snapshot
           Perform 2200-Convert-One-Snapshot
               Until NoMoreOldRecords
           Close OldSnapshotFile
           Close SnapshotFile.

       2100-Read-Old-Snapshot.
           If not NoMoreOldRecords
              Read OldSnapshotFile
                  At End
                      Move "Y" to OldEOF-Switch
              End-Read
           End-If.

       2200-Convert-One-Snapshot.
           Move spaces to Snapshot-Record
           Move Old-Snapshot-Key to Snapshot-Key
           Move Old-Snap-Master-Image to Snap-Master-Image(1:200)
           Write Snapshot-Record
               Invalid Key
                   Display "AcctConv: snapshot " Snapshot-Key
                           " out of sequence or duplicated, rc="
                           SnapshotStatus
                   Add 1 to RecordsRejected
               Not Invalid Key
                   Add 1 to SnapshotsConverted
           End-Write
           Perform 2100-Read-Old-Snapshot.

       3000-Convert-Archive.
           Move "N" to OldEOF-Switch
           Open Input OldArchiveFile
           If not OldArchiveOK
              Display "AcctConv: no ACCTHSOL unload, ACCTHIST not "
                      "converted, rc=" OldArchiveStatus
              Exit Paragraph
           End-If
           Open Output ArchiveMasterFile
           Perform 3100-Read-Old-Archive
           Perform 3200-Convert-One-Archive
               Until NoMoreOldRecords
           Close OldArchiveFile
           Close ArchiveMasterFile.

       3100-Read-Old-Archive.
           If not NoMoreOldRecords
              Read OldArchiveFile
                  At End
                      Move "Y" to OldEOF-Switch
              End-Read
           End-If.

       3200-Convert-One-Archive.
           Move spaces to Archive-Master-Record
           Move Old-Archive-Record to Archive-Master-Record(1:200)
           Write Archive-Master-Record
           Add 1 to ArchivesConverted
           Perform 3100-Read-Old-Archive.

       End program "AcctConv".
