       cbl thread,pgmname(longmixed)
      ******************************************************************
      * AudResp.cbl                                                    *
      *----------------------------------------------------------------*
      * External-auditor confirmation replies and exceptions.  The    *
      * replies keyed back from the returned ACNF letters (AUDREPLY)  *
      * are matched to the AudSamp sample on AUDCONF by as-of date    *
      * and account: the owner agreed, or disagreed -- a reply        *
      * marked as disagreeing, or one that writes in a balance other  *
      * than the one the letter showed, counts as a disagreement.  A  *
      * reply for an account not in the sample, or with a reply code  *
      * other than A or D, is rejected onto the report.  A later      *
      * reply for the same account replaces the earlier one, so the   *
      * day's replies can be run again.  The AUDEXCP exception report *
      * for the auditors then lists every disagreement (as-of and     *
      * stated balances, the difference and the owner's comment),     *
      * every non-response with the days since the letter went, and   *
      * every account whose letter could not be delivered, with the   *
      * sample's response totals.  AUDSNAPDT names the sample (its    *
      * as-of date) and fills in a reply keyed without one.            *
      ******************************************************************
       Identification division.
       Program-id. "AudResp" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select ReplyFile Assign to "AUDREPLY"
               Organization is Sequential
               File Status is ReplyFileStatus.
           Select AuditConfirmFile Assign to "AUDCONF"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Aconf-Key
               File Status is AuditConfirmStatus.
           Select ExceptionReport Assign to "AUDEXCP"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  ReplyFile.
       01  Reply-Record.
           05 Reply-Snap-Date       pic 9(8).
           05 Reply-Account-Number  pic 9(6).
           05 Reply-Date            pic 9(8).
           05 Reply-Code            pic X(01).
              88 Reply-Agrees          value "A".
              88 Reply-Disagrees       value "D".
      *  the balance the owner wrote in, in cents, zero when none;
      *  a "-" in the sign byte for an overdrawn balance
           05 Reply-Balance         pic 9(9).
           05 Reply-Balance-Sign    pic X(01).
           05 Reply-Comment         pic X(30).
           05 Filler                pic X(17).
       FD  AuditConfirmFile.
           Copy AudConf.
       FD  ExceptionReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  ReplyFileStatus        pic X(02) value spaces.
           88 ReplyFileOK            value "00".
       01  AuditConfirmStatus     pic X(02) value spaces.
           88 AuditConfirmOK         value "00".
       01  ReportFileStatus       pic X(02) value spaces.

       01  ReplyEOF-Switch        pic X(01) value "N".
           88 NoMoreReplies          value "Y".
       01  ConfEOF-Switch         pic X(01) value "N".
           88 NoMoreConfirmRecords   value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Snap-Env-Value         pic X(08) value spaces.
       01  Sample-Date            pic 9(8) value zero.
       01  Stated-Balance         pic S9(9) binary value zero.
       01  Balance-Difference     pic S9(9) binary value zero.
       01  Days-Outstanding       pic S9(9) binary value zero.
       01  Section-Number         pic 9(1) value zero.

       01  RepliesRead            pic 9(7) value zero.
       01  RepliesPosted          pic 9(7) value zero.
       01  RepliesRejected        pic 9(7) value zero.
       01  SampleCount            pic 9(7) value zero.
       01  AgreedCount            pic 9(7) value zero.
       01  DisagreedCount         pic 9(7) value zero.
       01  AwaitingCount          pic 9(7) value zero.
       01  UndeliveredCount       pic 9(7) value zero.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "AUDIT CONFIRMATION EXCEPTIONS AS OF     ".
           05 H1-Sample-Date      pic 9999/99/99.
           05 Filler              pic X(05) value "  RUN".
           05 Filler              pic X(01) value spaces.
           05 H1-Run-Date         pic 9999/99/99.
           05 Filler              pic X(07) value "  PAGE ".
           05 H1-Page             pic ZZ9.
       01  Section-Titles.
           05 Filler              pic X(40) value
              "REPLIES REJECTED                        ".
           05 Filler              pic X(40) value
              "DISAGREEMENTS                           ".
           05 Filler              pic X(40) value
              "NO RESPONSE                             ".
           05 Filler              pic X(40) value
              "LETTER NOT DELIVERED                    ".
       01  Section-Title-Table redefines Section-Titles.
           05 Section-Title       pic X(40) occurs 4 times.
       01  Column-Heading.
           05 Filler              pic X(40) value
              "ACCOUNT  CUSTOMER  AS-OF BALANCE   STATE".
           05 Filler              pic X(32) value
              "D BALANCE       DIFFERENCE  NOTE".
       01  Detail-Line.
           05 D-Account           pic 9(6).
           05 Filler              pic X(03) value spaces.
           05 D-Customer          pic Z(6).
           05 Filler              pic X(02) value spaces.
           05 D-As-Of-Balance     pic -ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 D-Stated-Balance    pic -ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 D-Difference        pic -ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 D-Note              pic X(30).
       01  Days-Note.
           05 DN-Days             pic ZZZ9.
           05 Filler              pic X(21) value
              " DAYS SINCE LETTER".
       01  Summary-Line.
           05 S-Label             pic X(30).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           If Sample-Date not = zero and AuditConfirmOK
              Perform 2000-Post-Replies
              Perform 3000-List-One-Section
                  Varying Section-Number from 2 by 1
                  Until Section-Number > 4
              Close AuditConfirmFile
           End-If
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "AudResp: audit confirmation replies starting"
           Call "GetBusDate" using Business-Date
           Open Output ExceptionReport
           Move spaces to Snap-Env-Value
           Accept Snap-Env-Value from Environment "AUDSNAPDT"
           If Snap-Env-Value is numeric
              Move Snap-Env-Value to Sample-Date
           Else
              Display "AudResp: no AUDSNAPDT as-of date, nothing "
                      "matched"
              Exit Paragraph
           End-If
           Perform 1200-Write-Headings
           Open I-O AuditConfirmFile
           If not AuditConfirmOK
              Display "AudResp: unable to open AUDCONF, rc="
                      AuditConfirmStatus
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Sample-Date to H1-Sample-Date
           Move Business-Date to H1-Run-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Column-Heading to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Section-Title.
           If LineCount + 4 > LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move Section-Title(Section-Number) to Report-Line
           Write Report-Line
           Add 2 to LineCount.

      *****************************************************************
      * Every reply keyed back is posted to its sample row; a row is  *
      * agreed only when the owner said so and wrote in no balance or *
      * the same one.                                                  *
      *****************************************************************
       2000-Post-Replies.
           Move 1 to Section-Number
           Perform 1300-Write-Section-Title
           Open Input ReplyFile
           If not ReplyFileOK
              Display "AudResp: no AUDREPLY replies, rc="
                      ReplyFileStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Reply
           Perform 2200-Post-One-Reply
               Until NoMoreReplies
           Close ReplyFile.

       2100-Read-Reply.
           If not NoMoreReplies
              Read ReplyFile
                  At End
                      Move "Y" to ReplyEOF-Switch
              End-Read
           End-If.

       2200-Post-One-Reply.
           Add 1 to RepliesRead
           If Reply-Snap-Date not numeric or Reply-Snap-Date = zero
              Move Sample-Date to Reply-Snap-Date
           End-If
           If Reply-Balance not numeric
              Move zero to Reply-Balance
           End-If
           Move Reply-Balance to Stated-Balance
           If Reply-Balance-Sign = "-"
              Compute Stated-Balance = zero - Stated-Balance
           End-If
           If not Reply-Agrees and not Reply-Disagrees
              Move "REPLY CODE NOT A OR D" to D-Note
              Perform 2900-Reject-Reply
              Perform 2100-Read-Reply
              Exit Paragraph
           End-If
           Move Reply-Snap-Date      to Aconf-Snap-Date
           Move Reply-Account-Number to Aconf-Account-Number
           Read AuditConfirmFile
               Invalid Key
                   Move "NOT IN THE SAMPLE" to D-Note
                   Perform 2900-Reject-Reply
                   Perform 2100-Read-Reply
                   Exit Paragraph
           End-Read
           Move Reply-Date     to Aconf-Reply-Date
           If Reply-Date not numeric or Reply-Date = zero
              Move Business-Date to Aconf-Reply-Date
           End-If
           Move Stated-Balance to Aconf-Reply-Balance
           Move Reply-Comment  to Aconf-Reply-Comment
           If Reply-Disagrees
                 or (Stated-Balance not = zero
                     and Stated-Balance not = Aconf-Balance)
              Set Aconf-Disagreed to true
           Else
              Set Aconf-Agreed to true
           End-If
           Rewrite Audit-Confirm-Record
           Add 1 to RepliesPosted
           Perform 2100-Read-Reply.

       2900-Reject-Reply.
           Add 1 to RepliesRejected
           Move Reply-Account-Number to D-Account
           Move zero to D-Customer D-As-Of-Balance D-Difference
           Compute D-Stated-Balance = Stated-Balance / 100
           Perform 8000-Write-Detail.

      *****************************************************************
      * One pass of the sample per section: disagreements, then the   *
      * letters still unanswered, then those never delivered.  The    *
      * response totals are counted on the first pass.                 *
      *****************************************************************
       3000-List-One-Section.
           Perform 1300-Write-Section-Title
           Move "N" to ConfEOF-Switch
           Move Sample-Date to Aconf-Snap-Date
           Move zero to Aconf-Account-Number
           Start AuditConfirmFile Key is Not Less Than Aconf-Key
               Invalid Key
                   Move "Y" to ConfEOF-Switch
           End-Start
           Perform 3100-Read-Confirm
           Perform 3200-Judge-One-Confirm
               Until NoMoreConfirmRecords.

       3100-Read-Confirm.
           If not NoMoreConfirmRecords
              Read AuditConfirmFile Next Record
                  At End
                      Move "Y" to ConfEOF-Switch
              End-Read
           End-If
           If not NoMoreConfirmRecords
                 and Aconf-Snap-Date not = Sample-Date
              Move "Y" to ConfEOF-Switch
           End-If.

       3200-Judge-One-Confirm.
           If Section-Number = 2
              Perform 3300-Count-One-Confirm
           End-If
           Move spaces to D-Note
           Evaluate True
               When Section-Number = 2 and Aconf-Disagreed
                   Compute Balance-Difference =
                       Aconf-Reply-Balance - Aconf-Balance
                   Move Aconf-Reply-Comment to D-Note
                   Perform 3400-List-Confirm
               When Section-Number = 3 and Aconf-Awaiting
                   Compute Days-Outstanding =
                       Function Integer-Of-Date(Business-Date)
                       - Function Integer-Of-Date(Aconf-Sent-Date)
                   Move Days-Outstanding to DN-Days
                   Move Days-Note to D-Note
                   Move zero to Balance-Difference
                   Perform 3400-List-Confirm
               When Section-Number = 4 and Aconf-Undeliverable
                   Move zero to Balance-Difference
                   Perform 3400-List-Confirm
           End-Evaluate
           Perform 3100-Read-Confirm.

       3300-Count-One-Confirm.
           Add 1 to SampleCount
           Evaluate True
               When Aconf-Agreed
                   Add 1 to AgreedCount
               When Aconf-Disagreed
                   Add 1 to DisagreedCount
               When Aconf-Awaiting
                   Add 1 to AwaitingCount
               When Other
                   Add 1 to UndeliveredCount
           End-Evaluate.

       3400-List-Confirm.
           Move Aconf-Account-Number  to D-Account
           Move Aconf-Customer-Number to D-Customer
           Compute D-As-Of-Balance = Aconf-Balance / 100
           Compute D-Stated-Balance = Aconf-Reply-Balance / 100
           Compute D-Difference = Balance-Difference / 100
           Perform 8000-Write-Detail.

       8000-Write-Detail.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Move Detail-Line to Report-Line
           Write Report-Line
           Add 1 to LineCount.

       9000-Terminate.
           Move spaces to Report-Line
           Write Report-Line
           Move "REPLIES READ:" to S-Label
           Move RepliesRead to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "REPLIES POSTED:" to S-Label
           Move RepliesPosted to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "REPLIES REJECTED:" to S-Label
           Move RepliesRejected to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ACCOUNTS IN THE SAMPLE:" to S-Label
           Move SampleCount to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "AGREED:" to S-Label
           Move AgreedCount to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "DISAGREED:" to S-Label
           Move DisagreedCount to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "NO RESPONSE:" to S-Label
           Move AwaitingCount to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "NOT DELIVERED:" to S-Label
           Move UndeliveredCount to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ExceptionReport
           Display "AudResp: replies=" RepliesRead
                   " posted=" RepliesPosted
                   " rejected=" RepliesRejected
                   " agreed=" AgreedCount
                   " disagreed=" DisagreedCount
                   " no-response=" AwaitingCount
                   " undelivered=" UndeliveredCount.

       End program "AudResp".
