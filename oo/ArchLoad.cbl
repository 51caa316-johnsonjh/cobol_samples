       Data Division.
       File Section.
       FD  ArchiveMasterFile.
       01  Archive-Master-Record      pic X(300).
       FD  KeyedMasterFile.
           Copy ArchAcct.
       FD  ArchiveJournalFile.
