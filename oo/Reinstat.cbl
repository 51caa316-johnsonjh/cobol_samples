       FD  AcctMasterFile.
           Copy AcctRec.
       FD  ArchiveMasterFile.
       01  Archive-Master-Record      pic X(300).
       FD  RetainedMasterFile.
       01  Retained-Master-Record     pic X(300).
       FD  JournalFile.
           Copy Journal.
       FD  ArchiveJournalFile.
       01  Journal-Account-Work   pic 9(6) value zero.

       01  ParmCount              pic 9(4) value zero.
       01  Change-Log-Source      pic X(08) value "REINSTAT".
       01  Change-Log-Entity      pic X(01) value "A".
       01  Change-Log-Action      pic X(01) value "U".
       01  Change-Log-No-Hold     pic 9(4) value zero.
       01  Parm-Account-Table.
           05 Parm-Table-Entry occurs 0 to 1000 times
                 depending on ParmCount.
              Move Archive-Master-Record to Retained-Master-Record
              Write Retained-Master-Record
           Else
              Call "ChgLog" using Change-Log-Source
                                  Change-Log-Entity Change-Log-Action
                                  Master-Account-Number
                                  Change-Log-No-Hold
              Add 1 to AccountsReinstated
              Add 1 to RestoredCount
              Move Master-Account-Number
           Perform 3300-Search-Journal-Parm
           If AccountWanted
              Move Archive-Journal-Record to Journal-Record
      *  the money moved on the GL the day it first posted; the
      *  nightly summarization must not book it a second time
              Set Journal-GL-Already-Booked to true
      *  the restored entry joins the LIVE journal's tamper-evident
      *  chain -- its archived hash belonged to the old chain
              Call "JrnlChain" using Journal-Record
