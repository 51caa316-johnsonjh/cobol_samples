       cbl thread,pgmname(longmixed)
      ******************************************************************
      * RcptPrt.cbl                                                    *
      *----------------------------------------------------------------*
      * RCPTPRT -- teller receipt printing (transaction TRPT),        *
      * started by CICS at a branch's receipt printer, never keyed at *
      * a terminal.  Each branch's intrapartition transient-data      *
      * queue (R plus the branch code -- see RcptFmt) is defined with *
      * a trigger level of one against TRPT and the branch's printer  *
      * terminal, so a receipt RcptFmt writes starts this transaction *
      * at the printer.  It prints every receipt waiting on the queue *
      * that started it -- one page each -- and ends when the queue   *
      * is empty; the next receipt written starts it again.           *
      ******************************************************************
       Identification division.
       Program-id. "RcptPrt".
       Environment division.
       Configuration section.

       Data Division.
       Working-Storage Section.
           Copy DFHAID.
           Copy RcptReq.

       01  WS-Resp                   pic S9(08) comp.
       01  Receipt-Image-Length      pic S9(4) comp value 480.
       01  Receipt-Queue             pic X(04) value spaces.
       01  QueueEmpty-Switch         pic X(01) value "N".
           88 QueueIsEmpty              value "Y".

       Procedure Division.
       0000-Mainline.
           Exec Cics Assign
               Qname (Receipt-Queue)
               Resp  (WS-Resp)
           End-Exec
           If WS-Resp = DFHRESP(NORMAL)
              Perform 1000-Print-One-Receipt
                  Until QueueIsEmpty
           End-If

           Exec Cics Return
           End-Exec.

      *****************************************************************
      * One queue record is one receipt image, its lines already      *
      * broken with new-line orders; each goes out on a fresh page.   *
      *****************************************************************
       1000-Print-One-Receipt.
           Move 480 to Receipt-Image-Length
           Exec Cics Readq Td
               Queue  (Receipt-Queue)
               Into   (Rcpt-Image)
               Length (Receipt-Image-Length)
               Resp   (WS-Resp)
           End-Exec
           If WS-Resp not = DFHRESP(NORMAL)
              Move "Y" to QueueEmpty-Switch
              Exit Paragraph
           End-If

           Exec Cics Send Text
               From   (Rcpt-Image)
               Length (Receipt-Image-Length)
               Erase
               Print
               Resp   (WS-Resp)
           End-Exec.
       End Program "RcptPrt".
