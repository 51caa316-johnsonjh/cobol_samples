      * EXCPQUE (presented date), REJECTS (no date on its records --  *
      * a REJECTS row drains the whole file; the corrections          *
      * workbench owns live rejects), and CLRCHKPT (a deck older      *
      * than the cutoff is stale and is emptied).  A record on an     *
      * account under a legal hold (LegalChk -- the drawer or payee   *
      * account, or a reject's account or transfer target) stays on   *
      * its file past the cutoff, REJECTS drain included, counted as  *
      * HELD and logged for the hold report.                           *
      ******************************************************************
       Identification division.
       Program-id. "HouseKp".
       01  RecordsKept            pic 9(7) value zero.
       01  RecordsRemoved         pic 9(7) value zero.
       01  RecordsArchived        pic 9(7) value zero.
       01  RecordsHeld            pic 9(7) value zero.
       01  FilesTrimmed           pic 9(2) value zero.
       01  Legal-Program-Id       pic X(08) value "HouseKp".
       01  Legal-Account-1        pic 9(6) value zero.
       01  Legal-Account-2        pic 9(6) value zero.
       01  Legal-Item-Date        pic 9(8) value zero.
       01  Legal-Held-Switch      pic X(01) value "N".
           88 AccountLegallyHeld     value "Y".
       01  Legal-Matter-Ref       pic X(12) value spaces.
       01  LegalHold-Switch       pic X(01) value "N".
           88 RecordLegallyHeld      value "Y".

       01  Heading-Line-1.
           05 Filler              pic X(34) value
              "RETENTION HOUSEKEEPING            ".
           05 H1-Date             pic 9(8).
       01  Heading-Line-2.
           05 Filler              pic X(40) value
              "FILE      KEEP  ACT  EXAMINED      KEPT ".
           05 Filler              pic X(32) value
              "  REMOVED  ARCHIVED      HELD".
       01  Detail-Line.
           05 D-File              pic X(08).
           05 Filler              pic X(02) value spaces.
           05 D-Removed           pic ZZZ,ZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Archived          pic ZZZ,ZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Held              pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
               Function Integer-Of-Date(Business-Date)
               - Retn-Keep-Days)
           Move zero to RecordsExamined RecordsKept
                        RecordsRemoved RecordsArchived RecordsHeld
           Evaluate Retn-File-Id
               When "RUNHIST "
                   Perform 3000-Trim-RunHist
           Move RecordsKept     to D-Kept
           Move RecordsRemoved  to D-Removed
           Move RecordsArchived to D-Archived
           Move RecordsHeld     to D-Held
           Move Detail-Line to Report-Line
           Write Report-Line.

      *****************************************************************
      * The shared legal-hold side: a record past the cutoff is kept  *
      * when either account on it is under a hold in force.            *
      *****************************************************************
       2700-Check-Legal-Hold.
           Move "N" to LegalHold-Switch
           If Legal-Account-1 not = zero
              Call "LegalChk" using Legal-Program-Id Retn-File-Id
                                    Legal-Account-1 Legal-Item-Date
                                    Legal-Held-Switch Legal-Matter-Ref
              If AccountLegallyHeld
                 Move "Y" to LegalHold-Switch
              End-If
           End-If
           If Legal-Account-2 not = zero
                 and Legal-Account-2 not = Legal-Account-1
              Call "LegalChk" using Legal-Program-Id Retn-File-Id
                                    Legal-Account-2 Legal-Item-Date
                                    Legal-Held-Switch Legal-Matter-Ref
              If AccountLegallyHeld
                 Move "Y" to LegalHold-Switch
              End-If
           End-If
           If RecordLegallyHeld
              Add 1 to RecordsHeld
           End-If.

      *****************************************************************
      * The shared removal side: pads the doomed record image and     *
      * either archives it under the file id or just counts it gone.  *

       4200-Judge-One-TpcLog.
           Add 1 to RecordsExamined
           Move "N" to LegalHold-Switch
           If Tpc-Log-Date < Cutoff-Date
              Move Tpc-Drawer-Account to Legal-Account-1
              Move Tpc-Payee-Account  to Legal-Account-2
              Move Tpc-Log-Date       to Legal-Item-Date
              Perform 2700-Check-Legal-Hold
           End-If
           If Tpc-Log-Date >= Cutoff-Date or RecordLegallyHeld
              If not RecordLegallyHeld
                 Add 1 to RecordsKept
              End-If
              Move spaces to Survivor-Record
              Move Tpc-Log-Record to Survivor-Record
              Write Survivor-Record

       5200-Judge-One-AuditQ.
           Add 1 to RecordsExamined
           Move "N" to LegalHold-Switch
           If AuditQ-Queued-Date < Cutoff-Date
              Move AuditQ-Drawer-Account to Legal-Account-1
              Move AuditQ-Payee-Account  to Legal-Account-2
              Move AuditQ-Queued-Date    to Legal-Item-Date
              Perform 2700-Check-Legal-Hold
           End-If
           If AuditQ-Queued-Date >= Cutoff-Date or RecordLegallyHeld
              If not RecordLegallyHeld
                 Add 1 to RecordsKept
              End-If
              Move spaces to Survivor-Record
              Move Audit-Queue-Record to Survivor-Record
              Write Survivor-Record

       6200-Judge-One-ExcpQue.
           Add 1 to RecordsExamined
           Move "N" to LegalHold-Switch
           If Excp-Present-Date < Cutoff-Date
              Move Excp-Drawer-Account to Legal-Account-1
              Move Excp-Payee-Account  to Legal-Account-2
              Move Excp-Present-Date   to Legal-Item-Date
              Perform 2700-Check-Legal-Hold
           End-If
           If Excp-Present-Date >= Cutoff-Date or RecordLegallyHeld
              If not RecordLegallyHeld
                 Add 1 to RecordsKept
              End-If
              Move spaces to Survivor-Record
              Move Exception-Check-Record to Survivor-Record
              Write Survivor-Record
      *****************************************************************
      * REJECTS rows carry no date, so a REJECTS policy row drains    *
      * the whole file -- the corrections workbench holds the live    *
      * reject work, this file is the raw day-of images.  Only a      *
      * reject on a legally held account survives the drain.           *
      *****************************************************************
       7000-Drain-Rejects.
           Move "N" to WorkEOF-Switch
           If not RejectFileOK
              Exit Paragraph
           End-If
           Open Output SurvivorFile
           Perform 7100-Read-Reject
           Perform 7200-Drain-One-Reject
               Until NoMoreWorkRecords
           Close RejectFile
           Close SurvivorFile
           Perform 8800-Replace-Rejects.

       7100-Read-Reject.
           If not NoMoreWorkRecords
              End-Read
           End-If.

      *  the rejected transaction's account leads its image, its
      *  transfer target sits at offset 18 (TxnRec.cpy)
       7200-Drain-One-Reject.
           Add 1 to RecordsExamined
           Move zero to Legal-Account-1 Legal-Account-2 Legal-Item-Date
           If Reject-Txn-Image(1:6) is numeric
              Move Reject-Txn-Image(1:6) to Legal-Account-1
           End-If
           If Reject-Txn-Image(18:6) is numeric
              Move Reject-Txn-Image(18:6) to Legal-Account-2
           End-If
           Perform 2700-Check-Legal-Hold
           If RecordLegallyHeld
              Move spaces to Survivor-Record
              Move Reject-Record to Survivor-Record
              Write Survivor-Record
           Else
              Move spaces to Arch-Image
              Move Reject-Record to Arch-Image
              Perform 2800-Remove-One-Record
           End-If
           Perform 7100-Read-Reject.

       8800-Replace-Rejects.
           Move "N" to WorkEOF-Switch
           Open Input SurvivorFile
           Open Output RejectFile
           Read SurvivorFile
               At End
                   Move "Y" to WorkEOF-Switch
           End-Read
           Perform 8900-Copy-One-Reject
               Until NoMoreWorkRecords
           Close SurvivorFile
           Close RejectFile.

       8900-Copy-One-Reject.
           Move Survivor-Record to Reject-Record
           Write Reject-Record
           Read SurvivorFile
               At End
                   Move "Y" to WorkEOF-Switch
           End-Read.

      *****************************************************************
      * A clearing restart deck older than the cutoff belongs to a    *
      * long-finished stage and would only mislead a future restart.  *
