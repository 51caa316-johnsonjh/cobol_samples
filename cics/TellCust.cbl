       cbl thread,pgmname(longmixed)
      ******************************************************************
      * TellCust.cbl                                                   *
      *----------------------------------------------------------------*
      * TELLCUST -- online, pseudo-conversational customer            *
      * maintenance (transaction TCMT).  Until now CUSTMAST changed   *
      * only through the CustMaint batch or the CrmSync pull, so an   *
      * address change at the counter took a day.  The teller keys a  *
      * customer and Enter shows the name, address, delivery          *
      * preference and status, with the most recent changes off the   *
      * CUSTHIST change history and, for a keyed date, the name and   *
      * address that were on file then.  C applies what was           *
      * overtyped: any operator at posting level may change the       *
      * address and delivery preference, but a name change also needs *
      * a different, active level-3 supervisor keyed as approver --   *
      * the dual-control precedent of the STOP-memo override -- and   *
      * the new name is screened through NameScrn, a confirmed        *
      * watch-list match refusing it.  Every change is logged with    *
      * its before/after image through CustHLog, which queues         *
      * NotEng's confirmation notice to the old address when the      *
      * address moved, and an address change goes to AddrChg exactly  *
      * as CustMaint's does.  Changes are closed while NightlyRun     *
      * holds the Quiesce interlock; inquiry is not.  First-time-in   *
      * versus re-entry is told apart with EIBCALEN, the ordinary     *
      * CICS way.                                                     *
      ******************************************************************
       Identification division.
       Program-id. "TellCust".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy CmntMap.
           Copy DFHAID.
           Copy DFHBMSCA.
           Copy CustRec.
           Copy CustHist.

       01  WS-Resp                   pic S9(08) comp.

      *  operator sign-on -- any operator may look a customer up;
      *  changing one takes posting level
           Copy OperRec.
       01  Operator-OK-Switch        pic X(01) value "N".
           88 OperatorVerified          value "Y".
       01  Required-Auth-Level       pic 9(01) value 1.
       01  Change-Auth-Level         pic 9(01) value 2.
      *  a second OPERFILE image for the supervisor approving a name
      *  change -- the teller's own record above must not be
      *  disturbed by the supervisor lookup
       01  Supervisor-Record.
           05 Sup-Id                 pic X(08).
           05 Sup-Name               pic X(20).
           05 Sup-Auth-Level         pic 9(01).
              88 Sup-Level-Supervisor   value 3.
           05 Sup-Posting-Limit      pic S9(9) binary.
           05 Sup-Status             pic X(01).
              88 Sup-Is-Active          value "A".
           05 Filler                 pic X(20).
       01  Approver-Id               pic X(08) value spaces.

      *  batch/online interlock -- when NightlyRun has the masters,
      *  changes are closed and this transaction answers inquiry
      *  only (see Quiesce.cpy)
           Copy Quiesce.
       01  Quiesce-Lock-Switch       pic X(01) value "N".
           88 PostingQuiesced           value "Y".

       01  Teller-Customer-Number    pic 9(6) value zero.
       01  Teller-Action             pic X(01) value spaces.
           88 Action-Change             value "C".
       01  Business-Date             pic 9(8) value zero.

      *  the row as it stood before the change -- the parts compared
      *  here are broken out, in CustRec.cpy's layout
       01  Before-Customer-Image.
           05 Before-Number          pic 9(6).
           05 Before-Name            pic X(20).
           05 Before-Address         pic X(91).
           05 Filler                 pic X(30).
       01  After-Customer-Image.
           05 After-Number           pic 9(6).
           05 After-Name             pic X(20).
           05 After-Address          pic X(91).
           05 Filler                 pic X(30).
       01  Name-Change-Switch        pic X(01) value "N".
           88 NameWasChanged            value "Y".
       01  AddrChg-Switch            pic X(01) value "N".
           88 AddressWasChanged         value "Y".

      *  watch-list screening of a new name -- source TELLCUST on the
      *  compliance officer's report
       01  Screen-Zero-Account       pic 9(6) value zero.
       01  Screen-Result             pic X(01) value "N".
           88 ScreenNoHit               value "N".
           88 ScreenConfirmedHit        value "C".

      *  the change history -- the four most recent rows for the
      *  list, and what the customer's name and address were at the
      *  end of the keyed date
       01  Hist-Browse-Switch        pic X(01) value "N".
           88 HistBrowseDone            value "Y".
       01  As-Of-Date                pic 9(8) value zero.
       01  As-Of-Switch              pic X(01) value "N".
           88 AsOfImageFound            value "Y".
       01  First-Row-Switch          pic X(01) value "N".
           88 FirstRowSeen              value "Y".
       01  As-Of-Image               pic X(147) value spaces.
       01  First-Row-Type            pic X(01) value spaces.
       01  First-Row-Before-Image    pic X(147) value spaces.
       01  Shown-Customer-Image.
           05 Filler                 pic X(06).
           05 Shown-Name             pic X(20).
           05 Shown-Address-1        pic X(30).
           05 Shown-Address-2        pic X(30).
           05 Shown-City             pic X(20).
           05 Shown-State            pic X(02).
           05 Shown-Zip              pic X(09).
           05 Filler                 pic X(30).
       01  As-Of-Line-Work.
           05 AL-Label               pic X(11).
           05 AL-Text                pic X(68).
       01  Recent-Count              pic 9(1) value zero.
       01  Recent-Index              pic 9(1) value zero.
       01  Recent-Table.
           05 Recent-Line            pic X(79) occurs 4 times.
       01  History-Line-Work.
           05 HL-Date                pic 9999/99/99.
           05 Filler                 pic X(01) value space.
           05 HL-Source              pic X(08).
           05 Filler                 pic X(01) value space.
           05 HL-Type                pic X(01).
           05 Filler                 pic X(01) value space.
           05 HL-What                pic X(12).
           05 Filler                 pic X(01) value space.
           05 HL-Operator            pic X(08).
           05 Filler                 pic X(01) value space.
           05 HL-Approver            pic X(08).
           05 Filler                 pic X(01) value space.
           05 HL-Notice              pic X(12).
           05 Filler                 pic X(14) value spaces.
       01  Status-Line-Work.
           05 SL-Text                pic X(26).
           05 SL-Merged-To           pic 9(6).
           05 Filler                 pic X(08) value spaces.

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
                 Perform 3000-Receive-And-Maintain
              End-If

              Exec Cics Return
                  Transid ('TCMT')
                  Commarea (DFHCOMMAREA)
              End-Exec
           End-If.

       2000-Send-Initial-Map.
           Move Low-Values to TELLCMTO
           Move "ENTER A CUSTOMER NUMBER - THEN C AND THE CHANGES"
               to MSGLO

           Exec Cics Send Map ('TELLCMT')
               Mapset  ('CMNTMAP')
               Erase
               Freekb
           End-Exec

           Exec Cics Return
               Transid ('TCMT')
               Commarea (DFHCOMMAREA)
           End-Exec.

      *****************************************************************
      * Teller pressed Enter: verify the operator, apply the changes  *
      * when C was keyed, then show the customer as CUSTMAST now      *
      * holds it, with the change history beneath.                    *
      *****************************************************************
       3000-Receive-And-Maintain.
           Exec Cics Receive Map ('TELLCMT')
               Mapset ('CMNTMAP')
               Into   (TELLCMTI)
           End-Exec

           Move Low-Values to TELLCMTO

           Perform 1500-Verify-Operator
           If not OperatorVerified
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           If CUSTNOL = zero or CUSTNOI is not numeric
              Move "PLEASE ENTER A VALID CUSTOMER NUMBER" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Move CUSTNOI to Teller-Customer-Number
           Call "GetBusDate" using Business-Date

           Move spaces to Teller-Action
           If ACTIONL not = zero
              Move ACTIONI to Teller-Action
           End-If
           If Teller-Action not = spaces and not Action-Change
              Move "ACTION MUST BE C TO CHANGE, OR BLANK TO LOOK UP"
                  to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If

           If Action-Change
              Perform 4000-Apply-Changes
           End-If

           Move Teller-Customer-Number to Cust-Number
           Exec Cics Read
               File     ('CUSTMAST')
               Into     (Customer-Record)
               Ridfld   (Cust-Number)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "CUSTOMER NOT ON FILE" to MSGLO
              Perform 5000-Redisplay-Map
              Exit Paragraph
           End-If
           Perform 3100-Show-Customer
           Perform 3200-Browse-History
           If MSGLO = Low-Values
              Move "CUSTOMER SHOWN - KEY C AND OVERTYPE TO CHANGE"
                  to MSGLO
           End-If
           Perform 5000-Redisplay-Map.

       1400-Check-Quiesce.
           Move "N" to Quiesce-Lock-Switch
           Move "1" to Quiesce-Key
           Exec Cics Read
               File     ('QUIESCE')
               Into     (Quiesce-Record)
               Ridfld   (Quiesce-Key)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL) and Quiesce-Raised
              Move "Y" to Quiesce-Lock-Switch
              Move "POSTING CLOSED FOR BATCH - INQUIRY ONLY"
                  to MSGLO
           End-If.

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
              Move "OPERATOR ID IS INACTIVE" to MSGLO
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Required-Auth-Level
              Move "OPERATOR NOT AUTHORIZED FOR THIS TRANSACTION"
                  to MSGLO
              Exit Paragraph
           End-If
      *  the last-sign-on stamp; its outcome never stops the teller
           Exec Cics Link
               Program  ('OperSgn')
               Commarea (Oper-Id)
               Resp     (WS-Resp)
           End-Exec
           Move "Y" to Operator-OK-Switch.

       3100-Show-Customer.
           Move Cust-Name      to CNAMEO
           Move Cust-Address-1 to ADDR1O
           Move Cust-Address-2 to ADDR2O
           Move Cust-City      to CITYO
           Move Cust-State     to STATEO
           Move Cust-Zip       to ZIPO
           If Cust-Delivery-Pref = space
              Move "P" to DELIVO
           Else
              Move Cust-Delivery-Pref to DELIVO
           End-If
           Move spaces to Status-Line-Work
           Evaluate True
               When Cust-Is-Inactive and Cust-Merged-To is numeric
                     and Cust-Merged-To > zero
                   Move "INACTIVE - MERGED INTO" to SL-Text
                   Move Cust-Merged-To to SL-Merged-To
               When Cust-Is-Inactive
                   Move "INACTIVE" to SL-Text
               When not Cust-Death-Never-Set
                     and Cust-Date-Of-Death > zero
                   Move "ACTIVE - DATE OF DEATH ON FILE" to SL-Text
               When Other
                   Move "ACTIVE" to SL-Text
           End-Evaluate
           Move Status-Line-Work to CSTATO.

      *****************************************************************
      * One forward browse of the customer's CUSTHIST rows, oldest    *
      * first, keeps the newest four for the list.  For a keyed as-of *
      * date it also keeps the after image of the last change made on *
      * or before that date; when every change came later, the first  *
      * row's before image is what was on file then.                  *
      *****************************************************************
       3200-Browse-History.
           Move zero to Recent-Count
           Move spaces to Recent-Table
           Move "N" to As-Of-Switch
           Move "N" to First-Row-Switch
           Move zero to As-Of-Date
           If ASOFDTL not = zero and ASOFDTI is numeric
              Move ASOFDTI to As-Of-Date
           End-If

           Move "N" to Hist-Browse-Switch
           Move Teller-Customer-Number to Hist-Customer-Number
           Move zero to Hist-Change-Date
           Move zero to Hist-Change-Time
           Move zero to Hist-Change-Seq
           Exec Cics Startbr
               File   ('CUSTHIST')
               Ridfld (Hist-Key)
               Gteq
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Perform 3210-Read-Next-History
                  Until HistBrowseDone
              Exec Cics Endbr
                  File ('CUSTHIST')
                  Resp (WS-Resp)
              End-Exec
           End-If

           Perform 3250-Show-One-Recent
               Varying Recent-Index from 1 by 1
               Until Recent-Index > 4
           If As-Of-Date not = zero
              Perform 3300-Show-As-Of-Address
           End-If.

       3210-Read-Next-History.
           Exec Cics Readnext
               File   ('CUSTHIST')
               Into   (Cust-History-Record)
               Ridfld (Hist-Key)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
                 or Hist-Customer-Number not = Teller-Customer-Number
              Move "Y" to Hist-Browse-Switch
              Exit Paragraph
           End-If
           If not FirstRowSeen
              Move "Y" to First-Row-Switch
              Move Hist-Change-Type  to First-Row-Type
              Move Hist-Before-Image to First-Row-Before-Image
           End-If
           If As-Of-Date not = zero and Hist-Change-Date <= As-Of-Date
              Move "Y" to As-Of-Switch
              Move Hist-After-Image to As-Of-Image
           End-If
           Perform 3220-Format-History-Line
      *  the list keeps the newest four -- an older line rolls off
      *  the top as each later one arrives
           If Recent-Count < 4
              Add 1 to Recent-Count
           Else
              Perform 3230-Roll-One-Line
                  Varying Recent-Index from 1 by 1
                  Until Recent-Index > 3
           End-If
           Move History-Line-Work to Recent-Line(Recent-Count).

       3220-Format-History-Line.
           Move Hist-Change-Date to HL-Date
           Move Hist-Source      to HL-Source
           Move Hist-Change-Type to HL-Type
           Evaluate True
               When Hist-Name-Was-Changed
                     and Hist-Address-Was-Changed
                   Move "NAME+ADDRESS" to HL-What
               When Hist-Name-Was-Changed
                   Move "NAME" to HL-What
               When Hist-Address-Was-Changed
                   Move "ADDRESS" to HL-What
               When Hist-Customer-Added
                   Move "ADDED" to HL-What
               When Other
                   Move "STATUS/OTHER" to HL-What
           End-Evaluate
           Move Hist-Operator-Id to HL-Operator
           Move Hist-Approver-Id to HL-Approver
           Evaluate True
               When Hist-Notice-Pending
                   Move "DUE TONIGHT" to HL-Notice
               When Hist-Notice-Sent
                   Move "SENT" to HL-Notice
               When Hist-Notice-Held
                   Move "HELD-MAIL" to HL-Notice
               When Other
                   Move spaces to HL-Notice
           End-Evaluate.

       3230-Roll-One-Line.
           Move Recent-Line(Recent-Index + 1)
               to Recent-Line(Recent-Index).

       3250-Show-One-Recent.
           Evaluate Recent-Index
               When 1
                   Move Recent-Line(1) to H1O
               When 2
                   Move Recent-Line(2) to H2O
               When 3
                   Move Recent-Line(3) to H3O
               When 4
                   Move Recent-Line(4) to H4O
           End-Evaluate.

      *****************************************************************
      * The name and address on file at the end of the as-of date:    *
      * the last change by then, else what the first later change     *
      * started from, else -- no changes on record at all -- the      *
      * record as it stands.                                          *
      *****************************************************************
       3300-Show-As-Of-Address.
           Evaluate True
               When AsOfImageFound
                   Move As-Of-Image to Shown-Customer-Image
               When FirstRowSeen and First-Row-Type = "A"
                   Move "CUSTOMER WAS NOT YET ON FILE ON THAT DATE"
                       to ASOF1O
                   Exit Paragraph
               When FirstRowSeen
                   Move First-Row-Before-Image
                       to Shown-Customer-Image
               When Other
                   Move Customer-Record to Shown-Customer-Image
           End-Evaluate
           Move spaces to As-Of-Line-Work
           Move "NAME/ADDR: " to AL-Label
           String Shown-Name      Delimited by size
                  "  "            Delimited by size
                  Shown-Address-1 Delimited by size
               into AL-Text
           Move As-Of-Line-Work to ASOF1O
           Move spaces to As-Of-Line-Work
           String Shown-Address-2 Delimited by size
                  " "             Delimited by size
                  Shown-City      Delimited by size
                  " "             Delimited by size
                  Shown-State     Delimited by size
                  " "             Delimited by size
                  Shown-Zip       Delimited by size
               into AL-Text
           Move As-Of-Line-Work to ASOF2O.

      *****************************************************************
      * C applies what the teller overtyped.  The record is read for  *
      * update and every check that can refuse runs before the        *
      * rewrite -- a refusal releases the record and changes nothing. *
      * The change is logged with its before/after image, and an      *
      * address change goes to AddrChg and queues the old-address     *
      * confirmation.                                                 *
      *****************************************************************
       4000-Apply-Changes.
           Perform 1400-Check-Quiesce
           If PostingQuiesced
              Exit Paragraph
           End-If
           If Oper-Auth-Level < Change-Auth-Level
              Move "CUSTOMER CHANGES NEED A POSTING-LEVEL OPERATOR"
                  to MSGLO
              Exit Paragraph
           End-If

           Move Teller-Customer-Number to Cust-Number
           Exec Cics Read
               File     ('CUSTMAST')
               Into     (Customer-Record)
               Ridfld   (Cust-Number)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "CUSTOMER NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           If Cust-Is-Inactive
              Perform 4900-Release-Customer
              Move "CUSTOMER IS INACTIVE - NO CHANGES ALLOWED"
                  to MSGLO
              Exit Paragraph
           End-If
           Move Customer-Record to Before-Customer-Image

           Perform 4100-Take-Keyed-Fields
           If MSGLO not = Low-Values
              Perform 4900-Release-Customer
              Exit Paragraph
           End-If
           Move Customer-Record to After-Customer-Image
           If After-Customer-Image = Before-Customer-Image
              Perform 4900-Release-Customer
              Move "NO CHANGES KEYED" to MSGLO
              Exit Paragraph
           End-If
           Move "N" to Name-Change-Switch
           If After-Name not = Before-Name
              Move "Y" to Name-Change-Switch
           End-If
           Move "N" to AddrChg-Switch
           If After-Address not = Before-Address
              Move "Y" to AddrChg-Switch
           End-If

           Move spaces to Approver-Id
           If NameWasChanged
              Perform 4200-Check-Name-Approver
              If MSGLO not = Low-Values
                 Perform 4900-Release-Customer
                 Exit Paragraph
              End-If
              Perform 4300-Screen-New-Name
              If MSGLO not = Low-Values
                 Perform 4900-Release-Customer
                 Exit Paragraph
              End-If
           End-If

           Move Business-Date to Cust-Last-Maint-Date
           Exec Cics Rewrite
               File   ('CUSTMAST')
               From   (Customer-Record)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "UNABLE TO UPDATE THE CUSTOMER - NOTIFY OPERATIONS"
                  to MSGLO
              Exit Paragraph
           End-If

           Call "CustHLog" using by content "TELLCUST" "C"
                                 by reference Oper-Id
                                              Approver-Id
                                              Before-Customer-Image
                                              Customer-Record
      *  the new-account fraud monitor watches for address changes,
      *  and a new address clears any returned-mail flag
           If AddressWasChanged
              Call "AddrChg" using Cust-Number Business-Date
              Move "UPDATED - CONFIRMATION GOES TO THE OLD ADDRESS"
                  to MSGLO
           Else
              Move "CUSTOMER UPDATED - PF3 TO END" to MSGLO
           End-If.

      *****************************************************************
      * Only fields the teller actually keyed come back from the      *
      * screen; each one keyed replaces its CUSTMAST field, and the   *
      * rest stay as they were.  The fields an add requires must      *
      * still be there afterwards.                                    *
      *****************************************************************
       4100-Take-Keyed-Fields.
           If CNAMEL not = zero
              Move CNAMEI to Cust-Name
           End-If
           If ADDR1L not = zero
              Move ADDR1I to Cust-Address-1
           End-If
           If ADDR2L not = zero
              Move ADDR2I to Cust-Address-2
           End-If
           If CITYL not = zero
              Move CITYI to Cust-City
           End-If
           If STATEL not = zero
              Move STATEI to Cust-State
           End-If
           If ZIPL not = zero
              Move ZIPI to Cust-Zip
           End-If
           If DELIVL not = zero
              If DELIVI = "P" or "E" or "B"
                 Move DELIVI to Cust-Delivery-Pref
              Else
                 Move "DELIVERY MUST BE P, E OR B" to MSGLO
                 Exit Paragraph
              End-If
           End-If
           If Cust-Name = spaces or Cust-Address-1 = spaces
                 or Cust-City = spaces or Cust-State = spaces
                 or Cust-Zip = spaces
              Move "NAME, ADDRESS 1, CITY, STATE AND ZIP ARE REQUIRED"
                  to MSGLO
           End-If.

      *****************************************************************
      * A name change needs a second person: a different operator,   *
      * active and at supervisor level, keyed as the approver and    *
      * recorded against the change on CUSTHIST.                      *
      *****************************************************************
       4200-Check-Name-Approver.
           If APPRIDL = zero or APPRIDI = spaces
              Move "NAME CHANGE NEEDS A LEVEL-3 SUPERVISOR AS APPROVER"
                  to MSGLO
              Exit Paragraph
           End-If
           If APPRIDI = Oper-Id
              Move "APPROVER MUST BE A DIFFERENT OPERATOR" to MSGLO
              Exit Paragraph
           End-If
           Move APPRIDI to Sup-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Supervisor-Record)
               Ridfld   (Sup-Id)
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "APPROVER NOT ON FILE" to MSGLO
              Exit Paragraph
           End-If
           If not Sup-Is-Active or not Sup-Level-Supervisor
              Move "APPROVER IS NOT AN ACTIVE LEVEL-3 OPERATOR"
                  to MSGLO
              Exit Paragraph
           End-If
           Move Sup-Id to Approver-Id.

       4300-Screen-New-Name.
           Call "NameScrn" using Cust-Name
                                 by content "TELLCUST"
                                 by reference Screen-Zero-Account
                                              Cust-Number
                                              Screen-Result
           If ScreenConfirmedHit
              Move "NEW NAME MATCHES THE WATCH LIST - SEE COMPLIANCE"
                  to MSGLO
           End-If.

       4900-Release-Customer.
           Exec Cics Unlock
               File ('CUSTMAST')
               Resp (WS-Resp)
           End-Exec.

      *****************************************************************
      * Moves the keyed fields back and redisplays without erasing.   *
      *****************************************************************
       5000-Redisplay-Map.
           Move OPERIDI to OPERIDO
           Move Teller-Customer-Number to CUSTNOO
      *  an approval is good for the one change it was keyed for --
      *  the supervisor's ID and the action are never left on the
      *  screen for the next
           Move spaces to APPRIDO
           Move spaces to ACTIONO

           Exec Cics Send Map ('TELLCMT')
               Mapset  ('CMNTMAP')
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
           Exec Cics Send Map ('TELLCMT')
               Mapset  ('CMNTMAP')
               Data Only
               Freekb
           End-Exec
           Exec Cics Return
           End-Exec.
       End Program "TellCust".
