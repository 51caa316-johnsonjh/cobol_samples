      * so an as-of-date inquiry or a day-over-day movement report is *
      * a keyed read instead of a journal replay.  A second pass      *
      * deletes snapshots older than the SNAPKEEP retention window    *
      * (default 30 days), except an account's under a legal hold     *
      * (LegalChk), which are kept and logged for the hold report.    *
      ******************************************************************
       Identification division.
       Program-id. "AcctSnap".
       01  Cutoff-Date            pic 9(8) value zero.
       01  SnapshotsWritten       pic 9(7) value zero.
       01  SnapshotsPurged        pic 9(7) value zero.
       01  SnapshotsHeld          pic 9(7) value zero.
       01  Legal-Program-Id       pic X(08) value "AcctSnap".
       01  Legal-Item-Code        pic X(08) value "SNAPSHOT".
       01  Legal-Held-Switch      pic X(01) value "N".
           88 SnapshotLegallyHeld    value "Y".
       01  Legal-Matter-Ref       pic X(12) value spaces.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
       1000-Initialize.
           Display "AcctSnap: end-of-day snapshot starting"
           Call "GetBusDate" using Business-Date
           Move "AcctSnap" to Parm-Req-Program
           Move Retention-Days to Retention-Env-Value
           Move "SNAPKEEP" to Parm-Req-Name
           Move Retention-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Retention-Env-Value
           If Retention-Env-Value is numeric
                 and Retention-Env-Value not = "0000"
              Move Retention-Env-Value to Retention-Days

       3200-Purge-One-Snapshot.
           If Snap-Date < Cutoff-Date
              Call "LegalChk" using Legal-Program-Id Legal-Item-Code
                                    Snap-Account-Number Snap-Date
                                    Legal-Held-Switch Legal-Matter-Ref
              If SnapshotLegallyHeld
                 Add 1 to SnapshotsHeld
              Else
                 Delete SnapshotFile Record
                 Add 1 to SnapshotsPurged
              End-If
              Perform 3100-Read-Snapshot
           Else
              Move "Y" to SnapEOF-Switch
           Close AcctMasterFile
           Close SnapshotFile
           Display "AcctSnap: snapshots written=" SnapshotsWritten
                   " purged=" SnapshotsPurged
                   " legal-hold=" SnapshotsHeld.

       End program "AcctSnap".
