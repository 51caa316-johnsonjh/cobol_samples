       cbl thread,pgmname(longmixed)
      ******************************************************************
      * OperSgn.cbl                                                    *
      *----------------------------------------------------------------*
      * OPERSGN -- operator sign-on stamp, LINKed to (never a         *
      * terminal transaction of its own) by the sign-on check every   *
      * teller transaction makes, once the operator has been found    *
      * active and authorized, with the operator ID as the COMMAREA.  *
      * Stamps today's business date into the operator's last-sign-on *
      * date, which OperIdle measures the idle limit from and         *
      * OperCert shows the branch manager.  The record is rewritten   *
      * only on the first sign-on of the day; a failure here is       *
      * ignored by the caller and never keeps a teller from working.  *
      ******************************************************************
       Identification division.
       Program-id. "OperSgn".
       Environment division.

       Data Division.
       Working-Storage Section.
           Copy DFHAID.
           Copy OperRec.

       01  WS-Resp                   pic S9(08) comp.
       01  Business-Date             pic 9(8) value zero.

       Linkage Section.
      *  the operator ID, 8 bytes
       01  DFHCOMMAREA               pic X(08).

       Procedure Division.
       0000-Mainline.
           If EIBCALEN not = zero
              Perform 1000-Stamp-Sign-On
           End-If
           Exec Cics Return
           End-Exec.

       1000-Stamp-Sign-On.
           Call "GetBusDate" using Business-Date
           Move DFHCOMMAREA to Oper-Id
           Exec Cics Read
               File     ('OPERFILE')
               Into     (Operator-Record)
               Ridfld   (Oper-Id)
               Update
               Resp     (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Exit Paragraph
           End-If
           If Oper-Last-Signon-Date = Business-Date
              Exec Cics Unlock
                  File ('OPERFILE')
                  Resp (WS-Resp)
              End-Exec
              Exit Paragraph
           End-If
           Move Business-Date to Oper-Last-Signon-Date
           Exec Cics Rewrite
               File   ('OPERFILE')
               From   (Operator-Record)
               Resp   (WS-Resp)
           End-Exec.
       End Program "OperSgn".
