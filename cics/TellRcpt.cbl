       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellRcpt.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLRCPT -- online, pseudo-conversational teller receipt      *
      * reprint (transaction TRCT).  The customer comes back for a    *
      * copy: the teller keys the account and the journal reference   *
      * printed on the receipt -- the date and the entry sequence, or *
      * the date alone for the account's last entry that day -- and   *
      * RcptFmt rebuilds the receipt from the journal entry, marked   *
      * as a duplicate, and sends it to this operator's branch        *
      * printer.  The rebuilt receipt shows on the screen as it       *
      * prints.  Level 1 suffices: nothing moves money.               *
      * First-time-in versus re-entry is told apart with EIBCALEN,    *
      * the ordinary CICS way.                                        *
      ******************************************************************
       Identification division.
       Program-id. "TellRcpt".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy RcptMap.
           Copy DFHAID.
           Copy DFHBMSCA.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- every transaction verifies the keyed
      *  operator against OPERFILE before doing anything else
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 1.

      *  the LINK to the receipt formatter (see RcptFmt)
           Copy RcptReq.
       01  Receipt-Request-Length    pic S9(4) comp value 607.
       01  Receipt-Line-Index        pic 9(2) value zero.

       01  Teller-Account-Number     pic 9(6) value zero.
       01  Teller-Journal-Date       pic 9(8) value zero.
       01  Teller-Journal-Seq        pic 9(6) value zero.

       Linkage Section.
       01  DFHCOMMAREA               pic X(01).

       Procedure Division.
       0000-Mainline.
           Exec Cics Handle Condition
               Mapfail (2000-Send-Initial-Map)
               Error   (9900-Handle-Cics-Error)
           End-Exec

           If EIBCALEN not = zero and EIBAID = DFHPF3
              Exec Cics Return
              End-Exec
           Else
              If EIBCALEN = zero
                 Perform 2000-Send-Initial-Map
              Else
                 Perform 3000-Receive-And-Reprint
              End-If

              Exec Cics Return
                  Transid ('TRCT')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLRCTO
           Move "ENTER ACCOUNT AND THE RECEIPT'S JOURNAL REFERENCE"
               to MSGLO

           Exec Cics Send Map ('TELLRCT')
               Mapset  ('RCPTMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TRCT')
               Commarea (DFHCOMMAREA)
           End-Exec.

       3000-Receive-And-Reprint.
           Exec Cics Receive Map ('TELLRCT')
               Mapset ('RCPTMAP')
               Into   (TELLRCTI)
           End-Exec

           Move Low-Values to TELLRCTO

           Perform 1500-Verify-Operator
           If not OperatorVerified
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           If ACCTNOL = zero or ACCTNOI is not numeric
              Move "PLEASE ENTER A VALID ACCOUNT NUMBER" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           If JDATEL = zero or JDATEI is not numeric
              Move "PLEASE ENTER THE JOURNAL DATE (CCYYMMDD)" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move zero to Teller-Journal-Seq
           If JSEQL not = zero
              If JSEQI is not numeric
                 Move "ENTRY SEQUENCE MUST BE NUMERIC" to MSGLO
                 Perform 5000-Redisplay-Map
                 Exit Paragraph
              End-If
              Move JSEQI to Teller-Journal-Seq
           End-If
           Move ACCTNOI to Teller-Account-Number
           Move JDATEI  to Teller-Journal-Date

           Perform 4000-Reprint-One-Receipt
           Perform 5000-Redisplay-Map.

       1500-Verify-Operator.
           Move "N" to Operator-OK-Switch
           If OPERIDL = zero or OPERIDI = spaces
              Move "PLEASE ENTER YOUR OPERATOR ID" to MSGLO
              Exit Paragraph
           End-If
           Move OPERIDI to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "OPERATOR NOT ON FILE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If not Oper-Is-Active
              Move "OPERATOR ID IS INACTIVE - SEE YOUR SUPERVISOR"
                  to MSGLO
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Required-Auth-Level
              Move "NOT AUTHORIZED FOR THIS FUNCTION" to MSGLO
              Exit Paragraph
           End-If
      *  the last-sign-on stamp; its outcome never stops the teller
           Exec Cics Link
               Program  ('OperSgn')
               Commarea (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           Move "Y" to Operator-OK-Switch.

      *****************************************************************
      * RcptFmt finds the entry, rebuilds the receipt and prints it;  *
      * the image it hands back goes on the screen.                   *
      *****************************************************************
       4000-Reprint-One-Receipt.
           Move spaces to Receipt-Request
           Move "R" to Rcpt-Function
           Move Oper-Branch to Rcpt-Branch
           Move Oper-Id to Rcpt-Operator-Id
           Move Teller-Account-Number to Rcpt-Account-Number
           Move zero to Rcpt-Amount
           Move zero to Rcpt-Balance
           Move "J" to Rcpt-Ref-Kind
           Move Teller-Journal-Date to Rcpt-Ref-Date
           Move Teller-Journal-Seq to Rcpt-Ref-Seq
           Exec Cics Link
               Program  ('RcptFmt')
               Commarea (Receipt-Request)
               Length   (Receipt-Request-Length)
               Resp     (WS-Resp)
           End-Exec
           Evaluate True
               When WS-Resp not = DFHRESP(NORMAL)
                   Move "RECEIPT PROGRAM UNAVAILABLE - SEE OPERATIONS"
                       to MSGLO
               When Rcpt-Entry-Not-Found
                   Move "NO JOURNAL ENTRY FOR THAT ACCOUNT AND DATE"
                       to MSGLO
               When Rcpt-No-Printer
                   Perform 4100-Show-One-Line
                       Varying Receipt-Line-Index from 1 by 1
                       Until Receipt-Line-Index > 12
                   Move "NO RECEIPT PRINTER DEFINED - NOT PRINTED"
                       to MSGLO
               When Other
                   Perform 4100-Show-One-Line
                       Varying Receipt-Line-Index from 1 by 1
                       Until Receipt-Line-Index > 12
                   Move Rcpt-Ref-Seq to Teller-Journal-Seq
                   Move "DUPLICATE RECEIPT PRINTED - PF3 TO END"
                       to MSGLO
           End-Evaluate.

       4100-Show-One-Line.
           Evaluate Receipt-Line-Index
               When 1
                   Move Rcpt-Image-Text(1) to R1O
               When 2
                   Move Rcpt-Image-Text(2) to R2O
               When 3
                   Move Rcpt-Image-Text(3) to R3O
               When 4
                   Move Rcpt-Image-Text(4) to R4O
               When 5
                   Move Rcpt-Image-Text(5) to R5O
               When 6
                   Move Rcpt-Image-Text(6) to R6O
               When 7
                   Move Rcpt-Image-Text(7) to R7O
               When 8
                   Move Rcpt-Image-Text(8) to R8O
               When 9
                   Move Rcpt-Image-Text(9) to R9O
               When 10
                   Move Rcpt-Image-Text(10) to R10O
               When 11
                   Move Rcpt-Image-Text(11) to R11O
               When 12
                   Move Rcpt-Image-Text(12) to R12O
           End-Evaluate.

       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Teller-Account-Number to ACCTNOO
           Move Teller-Journal-Date   to JDATEO
           Move Teller-Journal-Seq    to JSEQO

           Exec Cics Send Map ('TELLRCT')
               Mapset  ('RCPTMAP')
               Data Only
               Freekb
           End-Exec.

      *****************************************************************
      * Any unexpected CICS condition ends the conversation cleanly    *
      * rather than abending the teller's session.                     *
      *****************************************************************
       9900-Handle-Cics-Error.
           Move "AN ERROR OCCURRED - PLEASE NOTIFY OPERATIONS"
               to MSGLO
           Exec Cics Send Map ('TELLRCT')
               Mapset  ('RCPTMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellRcpt".
