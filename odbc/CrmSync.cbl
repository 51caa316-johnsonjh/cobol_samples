      * older CRM row loses to the later local change and is           *
      * reported.  Every row lands on the CRMSYNC applied/rejected    *
      * audit listing, so the days-later re-keying drift this          *
      * replaces is visible the day it would have happened.  Each      *
      * applied row is logged with its before/after image on the       *
      * CUSTHIST change history (CustHLog), which also queues the      *
      * confirmation notice to the old address.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CrmSync".
       01  RowsApplied                   PIC 9(07) VALUE ZERO.
       01  RowsRejected                  PIC 9(07) VALUE ZERO.
       01  Reject-Reason                 PIC X(28) VALUE SPACES.
       01  AddrChg-Switch                PIC X(01) VALUE "N".
           88 AddressWasChanged             VALUE "Y".
      *  the CUSTMAST row as it stood before the CRM change, for the
      *  CUSTHIST change history (see CustHLog)
       01  Before-Customer-Image         PIC X(147) VALUE SPACES.
       01  No-Operator-Id                PIC X(08) VALUE SPACES.

       01  Heading-Line-1.
           05 FILLER              PIC X(36) VALUE
           MOVE Crm-Cust-Number  to D-Customer
           MOVE Crm-Changed-Date to D-Changed
           IF Reject-Reason = SPACES
             MOVE Customer-Record to Before-Customer-Image
             MOVE "N" to AddrChg-Switch
             IF Crm-Address-1 NOT = Cust-Address-1
                   OR Crm-Address-2 NOT = Cust-Address-2
                   OR Crm-City NOT = Cust-City
                   OR Crm-State NOT = Cust-State
                   OR Crm-Zip NOT = Cust-Zip
               MOVE "Y" to AddrChg-Switch
             END-IF
             MOVE Crm-Address-1 to Cust-Address-1
             MOVE Crm-Address-2 to Cust-Address-2
             MOVE Crm-City      to Cust-City
             MOVE Crm-Zip       to Cust-Zip
             MOVE Business-Date to Cust-Last-Maint-Date
             REWRITE Customer-Record
             CALL "CustHLog" USING BY CONTENT "CRMSYNC " "C"
                                   BY CONTENT No-Operator-Id
                                              No-Operator-Id
                                   BY REFERENCE Before-Customer-Image
                                                Customer-Record
      *  the new-account fraud monitor watches for address changes
             IF AddressWasChanged
               CALL "AddrChg" USING Cust-Number Business-Date
             END-IF
             ADD 1 to RowsApplied
             MOVE "APPLIED" to D-Result
           ELSE
