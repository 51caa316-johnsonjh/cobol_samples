       cbl thread,pgmname(longmixed)
      ******************************************************************
      * OfcChk.cbl                                                     *
      *----------------------------------------------------------------*
      * Nightly official-check run over the OFFCHK register the       *
      * TellOfc teller transaction writes.  Every cashier's check and *
      * money order not yet booked to the GL books now: the money the *
      * purchaser paid -- out of the deposit liability for the        *
      * account type, or teller cash through the deposit clearing     *
      * account -- against the official-check liability.  Every one   *
      * the clearing pass has paid since books the liability back     *
      * against the clearing account its payee credit went through.   *
      * Both are one summarized GLPOST pair per side, resolved        *
      * through GLCHART (GlResolv, source OFCCHK), and each item's    *
      * booked flag is set on the register as it is summed, so an     *
      * item is never booked twice.  Whatever is still outstanding is *
      * listed on OFCOUTS with its age in days, flagged STALE at      *
      * OFCSTALE days (default 90).  Escheat takes the items that     *
      * stay unclaimed for the statutory period.                       *
      ******************************************************************
       Identification division.
       Program-id. "OfcChk" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select OfficialCheckFile Assign to "OFFCHK"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Offchk-Check-Number
               File Status is OffChkStatus.
           Select GLPostFile Assign to "GLPOST"
               Organization is Sequential
               File Status is GLPostFileStatus.
           Select OutstandingReport Assign to "OFCOUTS"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  OfficialCheckFile.
           Copy OffChk.
       FD  GLPostFile.
           Copy GLPost.
       FD  OutstandingReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  OffChkStatus           pic X(02) value spaces.
           88 OffChkOK               value "00".
       01  GLPostFileStatus       pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.
       01  OffChkEOF-Switch       pic X(01) value "N".
           88 NoMoreOfficialChecks   value "Y".
       01  RegisterOpen-Switch    pic X(01) value "N".
           88 RegisterIsOpen         value "Y".
       01  Changed-Switch         pic X(01) value "N".
           88 RegisterRowChanged     value "Y".
       01  GL-Resolve-Default     pic X(10) value spaces.
       01  GL-Resolved-Account    pic X(10) value spaces.

       01  Today                  pic 9(8) value zero.
       01  Today-DayCount         pic 9(9) binary value zero.
       01  Issue-DayCount         pic 9(9) binary value zero.
       01  Check-Age              pic S9(9) binary value zero.
       01  Stale-Env-Value        pic X(04) value spaces.
       01  Stale-Days             pic 9(4) value 90.
       01  LineCount              pic 9(3) value zero.
       01  PageNumber             pic 9(3) value zero.
       01  LinesPerPage           pic 9(3) value 55.

      *  the issue side's debit splits by how the purchaser paid
       01  Issued-Cash-Total      pic S9(11) binary value zero.
       01  Issued-Dda-Total       pic S9(11) binary value zero.
       01  Issued-Savings-Total   pic S9(11) binary value zero.
       01  Issued-Ira-Total       pic S9(11) binary value zero.
       01  Issued-Total           pic S9(11) binary value zero.
       01  Paid-Total             pic S9(11) binary value zero.
       01  Side-Amount            pic S9(11) binary value zero.

       01  ChecksRead             pic 9(7) value zero.
       01  IssuesBooked           pic 9(7) value zero.
       01  PaymentsBooked         pic 9(7) value zero.
       01  OutstandingCount       pic 9(7) value zero.
       01  OutstandingTotal       pic S9(11) binary value zero.
       01  StaleCount             pic 9(7) value zero.
       01  StaleTotal             pic S9(11) binary value zero.

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "OUTSTANDING OFFICIAL CHECKS   ".
           05 H1-Date             pic 9999/99/99.
           05 Filler              pic X(10) value spaces.
           05 Filler              pic X(05) value "PAGE ".
           05 H1-Page             pic ZZ9.
       01  Heading-Line-2.
           05 Filler              pic X(42) value
              "   SERIAL  KIND  ISSUED          AMOUNT  ".
           05 Filler              pic X(40) value
              " PAYEE                            AGE".
       01  Detail-Line.
           05 D-Serial            pic ZZZZZZZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Kind              pic X(02).
           05 Filler              pic X(02) value spaces.
           05 D-Issue-Date        pic 9999/99/99.
           05 Filler              pic X(01) value spaces.
           05 D-Amount            pic $$$,$$$,$$9CR.
           05 Filler              pic X(02) value spaces.
           05 D-Payee             pic X(30).
           05 Filler              pic X(01) value spaces.
           05 D-Age               pic ZZZZ9.
           05 Filler              pic X(02) value spaces.
           05 D-Stale             pic X(05).
       01  Summary-Line.
           05 Filler              pic X(10) value spaces.
           05 S-Label             pic X(24).
           05 S-Count             pic ZZZ,ZZ9.
           05 Filler              pic X(04) value spaces.
           05 S-Amount            pic $$$$,$$$,$$9CR.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Review-One-Check
               Until NoMoreOfficialChecks
           Perform 3000-Post-GL-Entries
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "OfcChk: official-check register run starting"
           Call "GetBusDate" using Today
           Compute Today-DayCount = Function Integer-Of-Date(Today)
           Move "OfcChk" to Parm-Req-Program
           Move Stale-Days to Stale-Env-Value
           Move "OFCSTALE" to Parm-Req-Name
           Move Stale-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Stale-Env-Value
           If Stale-Env-Value is numeric
                 and Stale-Env-Value not = "0000"
              Move Stale-Env-Value to Stale-Days
           End-If

           Open Output OutstandingReport
           Perform 1200-Write-Headings
           Open I-O OfficialCheckFile
           If not OffChkOK
              Display "OfcChk: no OFFCHK register to review, rc="
                      OffChkStatus
              Move "Y" to OffChkEOF-Switch
              Exit Paragraph
           End-If
           Move "Y" to RegisterOpen-Switch
           Perform 1100-Read-Register.

       1100-Read-Register.
           If not NoMoreOfficialChecks
              Read OfficialCheckFile Next Record
                  At End
                      Move "Y" to OffChkEOF-Switch
                  Not At End
                      Add 1 to ChecksRead
              End-Read
           End-If.

       1200-Write-Headings.
           Add 1 to PageNumber
           Move Today to H1-Date
           Move PageNumber to H1-Page
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
           Move 2 to LineCount.

       1300-Write-Line.
           If LineCount >= LinesPerPage
              Perform 1200-Write-Headings
           End-If
           Write Report-Line
           Add 1 to LineCount.

      *****************************************************************
      * One register row: book whichever side has not been booked     *
      * yet, rewrite the row if a flag moved, and list it if it is    *
      * still outstanding.                                             *
      *****************************************************************
       2000-Review-One-Check.
           Move "N" to Changed-Switch
           If not Offchk-Issue-Booked
              Perform 2100-Take-Issue
           End-If
           If Offchk-Paid and not Offchk-Payment-Booked
              Perform 2200-Take-Payment
           End-If
           If RegisterRowChanged
              Rewrite Official-Check-Record
              If not OffChkOK
                 Display "OfcChk: unable to rewrite official check "
                         Offchk-Check-Number ", rc=" OffChkStatus
              End-If
           End-If
           If Offchk-Outstanding
              Perform 2300-List-Outstanding
           End-If
           Perform 1100-Read-Register.

       2100-Take-Issue.
           Evaluate True
               When Offchk-Funded-By-Cash
                   Add Offchk-Amount to Issued-Cash-Total
               When Offchk-Purchaser-Type = "S" or "T"
                   Add Offchk-Amount to Issued-Savings-Total
               When Offchk-Purchaser-Type = "R"
                   Add Offchk-Amount to Issued-Ira-Total
               When Other
                   Add Offchk-Amount to Issued-Dda-Total
           End-Evaluate
           Add Offchk-Amount to Issued-Total
           Add 1 to IssuesBooked
           Set Offchk-Issue-Booked to true
           Move "Y" to Changed-Switch.

       2200-Take-Payment.
           Add Offchk-Amount to Paid-Total
           Add 1 to PaymentsBooked
           Set Offchk-Payment-Booked to true
           Move "Y" to Changed-Switch.

       2300-List-Outstanding.
           Compute Issue-DayCount =
               Function Integer-Of-Date(Offchk-Issue-Date)
           Compute Check-Age = Today-DayCount - Issue-DayCount
           Add 1 to OutstandingCount
           Add Offchk-Amount to OutstandingTotal
           Move Offchk-Check-Number to D-Serial
           Move Offchk-Kind         to D-Kind
           Move Offchk-Issue-Date   to D-Issue-Date
           Move Offchk-Amount       to D-Amount
           Move Offchk-Payee-Name   to D-Payee
           Move Check-Age           to D-Age
           If Check-Age >= Stale-Days
              Move "STALE" to D-Stale
              Add 1 to StaleCount
              Add Offchk-Amount to StaleTotal
           Else
              Move spaces to D-Stale
           End-If
           Move Detail-Line to Report-Line
           Perform 1300-Write-Line.

      *****************************************************************
      * The night's GL: a debit per funding source and one credit to  *
      * the official-check liability for the checks issued, then the  *
      * liability debited and the deposit clearing account credited   *
      * for the checks paid.  The defaults are the control accounts   *
      * JrnlGl already uses for the same money.                        *
      *****************************************************************
       3000-Post-GL-Entries.
           If Issued-Total = zero and Paid-Total = zero
              Exit Paragraph
           End-If
           Open Extend GLPostFile
           If GLPostFileStatus = "35"
              Open Output GLPostFile
           End-If
           Accept GL-Posting-Date from Date YYYYMMDD
           Accept GL-Posting-Time from Time
           Move "OFCCHK  " to GL-Source-Program

           If Issued-Total not = zero
              Move "OFFICIAL CHECKS ISSUED" to GL-Description
              Move Issued-Cash-Total to Side-Amount
              Move "1010-DEPCLR" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "TELLCASH"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Perform 3100-Write-Debit
              Move Issued-Dda-Total to Side-Amount
              Move "2000-DDACTL" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "DDACTL  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Perform 3100-Write-Debit
              Move Issued-Savings-Total to Side-Amount
              Move "2100-SAVLIA" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "SAVLIA  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Perform 3100-Write-Debit
              Move Issued-Ira-Total to Side-Amount
              Move "2150-IRADEP" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "IRADEP  "
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Perform 3100-Write-Debit

              Move "2310-OFCHK" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "OFCHKLIA"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit to true
              Move Issued-Total to GL-Amount
              Write GL-Posting-Record
           End-If

           If Paid-Total not = zero
              Move "OFFICIAL CHECKS PAID" to GL-Description
              Move Paid-Total to Side-Amount
              Move "2310-OFCHK" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "OFCHKLIA"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Perform 3100-Write-Debit
              Move "1010-DEPCLR" to GL-Resolve-Default
              Call "GlResolv" using by content "OFCCHK  " "CLEARING"
                                    by reference GL-Resolve-Default
                                                 GL-Resolved-Account
              Move GL-Resolved-Account to GL-Account-Number
              Set GL-Is-Credit to true
              Move Paid-Total to GL-Amount
              Write GL-Posting-Record
           End-If
           Close GLPostFile.

       3100-Write-Debit.
           If Side-Amount = zero
              Exit Paragraph
           End-If
           Move GL-Resolved-Account to GL-Account-Number
           Set GL-Is-Debit to true
           Move Side-Amount to GL-Amount
           Write GL-Posting-Record.

       9000-Terminate.
           Move spaces to Summary-Line
           Move "OUTSTANDING:" to S-Label
           Move OutstandingCount to S-Count
           Move OutstandingTotal to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Move spaces to Summary-Line
           Move "STALE:" to S-Label
           Move StaleCount to S-Count
           Move StaleTotal to S-Amount
           Move Summary-Line to Report-Line
           Perform 1300-Write-Line
           Close OutstandingReport
           If RegisterIsOpen
              Close OfficialCheckFile
           End-If
           Display "OfcChk: register rows=" ChecksRead
                   " issues booked=" IssuesBooked
                   " amount=" Issued-Total
           Display "OfcChk: payments booked=" PaymentsBooked
                   " amount=" Paid-Total
                   " outstanding=" OutstandingCount
                   " stale=" StaleCount.

       End program "OfcChk".
