      * nightly JrnlRoll keeps JRNLFILE one day deep, a run that must *
      * split older history points the JRNLFILE DD at the JRNLGENS-   *
      * selected generations (or the JRNLCONS consolidated archive)   *
      * it actually needs.  An account under a legal hold (LegalChk)  *
      * stays on ACCTMAST, its history in JRNLFILE, whatever its      *
      * status, and is logged for the hold report.                     *
      ******************************************************************
       Identification division.
       Program-id. "AcctArch" recursive.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  ArchiveMasterFile.
       01  Archive-Master-Record      pic X(300).
       FD  JournalFile.
           Copy Journal.
       FD  ArchiveJournalFile.
           88 NoMoreJournalRecords     value "Y".

       01  AccountsArchived         pic 9(07) value zero.
       01  AccountsLegallyHeld      pic 9(07) value zero.
       01  Legal-Program-Id         pic X(08) value "AcctArch".
       01  Legal-Item-Code          pic X(08) value "ACCTMAST".
       01  Legal-Item-Date          pic 9(08) value zero.
       01  Legal-Held-Switch        pic X(01) value "N".
           88 AccountLegallyHeld       value "Y".
       01  Legal-Matter-Ref         pic X(12) value spaces.
       01  JournalEntriesArchived   pic 9(07) value zero.
       01  JournalEntriesRetained   pic 9(07) value zero.
       01  Change-Log-Source        pic X(08) value "ACCTARCH".
       01  Change-Log-Entity        pic X(01) value "A".
       01  Change-Log-Action        pic X(01) value "D".
       01  Change-Log-No-Hold       pic 9(4) value zero.

      *****************************************************************
      * Account numbers archived this run, built in ascending order   *
           End-If.

       2000-Scan-Master.
           Move "N" to Legal-Held-Switch
           If Master-Status-Closed or Master-Status-Dormant
              Call "LegalChk" using Legal-Program-Id Legal-Item-Code
                                    Master-Account-Number
                                    Legal-Item-Date
                                    Legal-Held-Switch Legal-Matter-Ref
              If AccountLegallyHeld
                 Add 1 to AccountsLegallyHeld
                 Perform 1100-Read-Master
                 Exit Paragraph
              End-If
           End-If
           If (Master-Status-Closed or Master-Status-Dormant)
                 and AccountsArchived < 20000
              Move Acct-Master-Record to Archive-Master-Record
      *  that is leaving the active master
              Perform 2050-Remove-Xref-Rows
              Delete AcctMasterFile Record
      *  the replica's row goes with it -- see ChgLog
              Call "ChgLog" using Change-Log-Source
                                  Change-Log-Entity Change-Log-Action
                                  Master-Account-Number
                                  Change-Log-No-Hold
           Else
              If Master-Status-Closed or Master-Status-Dormant
                 Display "AcctArch: archive table full, account "
                   JournalEntriesArchived
                   " journal entries retained="
                   JournalEntriesRetained
                   " xref rows removed=" XrefRowsRemoved
                   " legal-hold=" AccountsLegallyHeld.

       End program "AcctArch".
