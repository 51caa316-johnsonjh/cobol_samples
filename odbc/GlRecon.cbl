      ******************************************************************
      * GLRECON.CBL                                                    *
      *----------------------------------------------------------------*
      * Subledger-to-GL reconciliation, the ReplVrfy idea applied to  *
      * the ledger.  GlLoad pushes entries into the ledger database  *
      * but nothing ever checked the ledger's control balances back  *
      * against the accounts.  This job totals tonight's SNAPSHOT --  *
      * the close the GL summarization booked against -- by the same  *
      * GLCHART category JrnlGl resolves (LIA + account type +        *
      * branch, through GlResolv), so each deposit product and branch *
      * lands on the control account it posts to.  It then reads each *
      * control account's balance from the ledger database with one  *
      * prepared, parameterized SELECT, and writes every account's    *
      * subledger, ledger and difference to GLRECRPT.  A difference   *
      * over the tolerance (the GLRECTOL system parameter, in cents,  *
      * default zero) or a control account the ledger does not carry *
      * ends the job with a nonzero return code, so an unposted or    *
      * double-loaded GL batch is caught the next morning instead of  *
      * at month-end close.  GLRECDATE (YYYYMMDD) reconciles another  *
      * night's snapshot.  Loan accounts are left to the loan runs.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GlRecon".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SnapshotFile ASSIGN TO "SNAPSHOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Snapshot-Key
               FILE STATUS IS SnapshotStatus.
           SELECT ODBCErrFile ASSIGN TO "ODBCERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ODBCErrFileStatus.
           SELECT OdbcParmFile ASSIGN TO "ODBCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OdbcParmFileStatus.
           SELECT ReconReport ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  SnapshotFile.
           COPY SnapRec.
       FD  ODBCErrFile.
           COPY ODBCErr.
       FD  OdbcParmFile.
           COPY OdbcParm.
       FD  ReconReport.
       01  Report-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
      *  copy ODBC API constant definitions
           COPY "odbc3.cpy" SUPPRESS.

      *  copy additional definitions used by ODBC30PROC procedure
           COPY "odbc3d.cpy".

      *  structured error log written by SQLDiag-Function -- every
      *  diagnostic record is identified by the program that hit it
       01  ODBCErrFileStatus             PIC X(02) VALUE SPACES.
       01  ODBCErr-Program-Name          PIC X(08) VALUE "GLRECON ".

      *  the snapshot image unpacked into the master layout
           COPY AcctRec.

       01  SnapshotStatus                PIC X(02) VALUE SPACES.
           88 SnapshotOK                    VALUE "00".
       01  ReportFileStatus              PIC X(02) VALUE SPACES.
       01  SnapEOF-Switch                PIC X(01) VALUE "N".
           88 NoMoreSnapRecords              VALUE "Y".
       01  ControlMatch-Switch           PIC X(01) VALUE "N".
           88 ControlSlotMatched             VALUE "Y".

       01  Business-Date                 PIC 9(08) VALUE ZERO.
       01  Date-Env-Value                PIC X(08) VALUE SPACES.
       01  Tolerance-Env-Value           PIC X(07) VALUE SPACES.
       01  Tolerance                     PIC 9(07) VALUE ZERO.

      *  arguments used for SQLConnect
       01  ServerName                    PIC X(10) VALUE Z"Oracle7".
       01  ServerNameLength       COMP-5 PIC S9(4) VALUE 10.
       01  UserId                        PIC X(10) VALUE Z"TEST123".
       01  UserIdLength           COMP-5 PIC S9(4) VALUE 10.
       01  Authentication                PIC X(10) VALUE Z"TEST123".
       01  AuthenticationLength   COMP-5 PIC S9(4) VALUE 10.

      *  one prepared SELECT, re-executed per control account with
      *  the parameter buffer refreshed -- GlLoad's prepare-once shape
       01  BalanceQueryText              PIC X(70) VALUE
           "SELECT GL_BALANCE FROM GL_ACCOUNT_BALANCE WHERE GL_ACCOUNT
      -    " = ?".
       01  ParamGLAccount                PIC X(10).
       01  LedgerBalance          COMP-5 PIC S9(9) VALUE 0.

      *  GlResolv arguments -- the JrnlGl source and categories, so
      *  the subledger is totalled the way the summarization posts it
       01  GL-Resolve-Default            PIC X(10) VALUE SPACES.
       01  GL-Resolved-Account           PIC X(10) VALUE SPACES.
       01  Liability-Category.
           05 FILLER                     PIC X(03) VALUE "LIA".
           05 LC-Account-Type            PIC X(01).
           05 LC-Branch                  PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACE.

      *****************************************************************
      * One slot per GL control account: the accounts that resolve   *
      * to it, their snapshot total, and the ledger's balance.        *
      *****************************************************************
       01  ControlCount                  PIC 9(04) VALUE ZERO.
       01  Control-Search                PIC 9(04) VALUE ZERO.
       01  Control-Found-Index           PIC 9(04) VALUE ZERO.
       01  Control-Table.
           05 Control-Entry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ControlCount.
              10 CTL-GL-Account          PIC X(10).
              10 CTL-Accounts            PIC 9(07).
              10 CTL-Subledger           PIC S9(11) BINARY.
              10 CTL-Ledger              PIC S9(11) BINARY.

       01  Control-Difference            PIC S9(11) BINARY VALUE ZERO.
       01  Absolute-Difference           PIC S9(11) BINARY VALUE ZERO.
       01  SnapshotsRead                 PIC 9(07) VALUE ZERO.
       01  LoansSkipped                  PIC 9(07) VALUE ZERO.
       01  ControlsOutOfTolerance        PIC 9(05) VALUE ZERO.
       01  ControlsNotOnLedger           PIC 9(05) VALUE ZERO.

       01  Heading-Line-1.
           05 FILLER                     PIC X(40) VALUE
              "SUBLEDGER-TO-GL RECONCILIATION  CLOSE OF".
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 H1-Date                    PIC 9999/99/99.
           05 FILLER                     PIC X(13) VALUE
              "  TOLERANCE: ".
           05 H1-Tolerance               PIC Z,ZZZ,ZZ9.
       01  Heading-Line-2.
           05 FILLER                     PIC X(34) VALUE
              "GL ACCOUNT ACCOUNTS      SUBLEDGER".
           05 FILLER                     PIC X(38) VALUE
              "         LEDGER     DIFFERENCE FINDING".
       01  Detail-Line.
           05 D-GL-Account               PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 D-Accounts                 PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 D-Subledger                PIC $$$$,$$$,$$9CR.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 D-Ledger                   PIC $$$$,$$$,$$9CR.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 D-Difference               PIC $$$$,$$$,$$9CR.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 D-Finding                  PIC X(14).
       01  Total-Line.
           05 FILLER                     PIC X(10) VALUE "ACCOUNTS: ".
           05 T-Accounts                 PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(12) VALUE
              "  CONTROLS: ".
           05 T-Controls                 PIC ZZZ9.
           05 FILLER                     PIC X(16) VALUE
              "  OUT OF TOL.:  ".
           05 T-Out-Of-Tolerance         PIC ZZZ9.
           05 FILLER                     PIC X(16) VALUE
              "  NOT ON GL:    ".
           05 T-Not-On-Ledger            PIC ZZZ9.

           COPY ParmReq.

       PROCEDURE DIVISION.
       Do-ODBC SECTION.
        Start-ODBC.
           DISPLAY "GlRecon: subledger-to-GL reconciliation starting"
           CALL "GetBusDate" USING Business-Date
           MOVE SPACES to Date-Env-Value
           ACCEPT Date-Env-Value FROM ENVIRONMENT "GLRECDATE"
           IF Date-Env-Value IS NUMERIC
                AND Date-Env-Value NOT = "00000000"
             MOVE Date-Env-Value to Business-Date
           END-IF
           MOVE "GlRecon" to Parm-Req-Program
           MOVE Tolerance to Tolerance-Env-Value
           MOVE "GLRECTOL" to Parm-Req-Name
           MOVE Tolerance-Env-Value to Parm-Req-Value
           CALL "GetParm" USING Parm-Request
           MOVE Parm-Req-Value to Tolerance-Env-Value
           IF Tolerance-Env-Value IS NUMERIC
             MOVE Tolerance-Env-Value to Tolerance
           END-IF

           OPEN INPUT SnapshotFile
           IF NOT SnapshotOK
             DISPLAY "GlRecon: unable to open SNAPSHOT, rc="
                     SnapshotStatus
             MOVE 8 to RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT ReconReport
           MOVE Business-Date to H1-Date
           MOVE Tolerance to H1-Tolerance
           MOVE Heading-Line-1 to Report-Line
           WRITE Report-Line
           MOVE Heading-Line-2 to Report-Line
           WRITE Report-Line

           PERFORM Start-Tonights-Snapshot
           PERFORM Total-One-Snapshot
                   UNTIL NoMoreSnapRecords
           CLOSE SnapshotFile
           IF SnapshotsRead = ZERO
             DISPLAY "GlRecon: no snapshot for " Business-Date
                     ", nothing to reconcile"
             MOVE "NO SNAPSHOT FOR THIS CLOSE - NOTHING RECONCILED"
               to Report-Line
             WRITE Report-Line
             CLOSE ReconReport
             MOVE 8 to RETURN-CODE
             GOBACK
           END-IF

      *  pick up configurable login/query timeouts from ODBCPARM,
      *  falling back to the ODBC3D.CPY defaults if it isn't present
           PERFORM Read-ODBC-Run-Parameters

           PERFORM Allocate-Environment-Handle
           PERFORM Set-Env-Attr-to-Ver30-Behavior
           PERFORM Allocate-Connection-Handle
           PERFORM Set-Connect-Login-Timeout

           CALL "SQLConnect" USING BY VALUE     Hdbc
                                   BY REFERENCE ServerName
                                   BY VALUE     ServerNameLength
                                   BY REFERENCE UserId
                                   BY VALUE     UserIdLength
                                   BY REFERENCE Authentication
                                   BY VALUE     AuthenticationLength
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLConnect" to SQL-stmt
             MOVE SQL-HANDLE-DBC to DiagHandleType
             SET DiagHandle to Hdbc
             PERFORM SQLDiag-Function
           END-IF

           PERFORM Allocate-Statement-Handle
           PERFORM Set-Stmt-Query-Timeout
           PERFORM Prepare-Balance-Query
           PERFORM Reconcile-One-Control
                   VARYING Control-Search FROM 1 BY 1
                   UNTIL Control-Search > ControlCount

           PERFORM Free-Statement-Handle
           PERFORM SQLDisconnect-Function
           PERFORM Free-Connection-Handle
           PERFORM Free-Environment-Handle

           MOVE SnapshotsRead          to T-Accounts
           MOVE ControlCount           to T-Controls
           MOVE ControlsOutOfTolerance to T-Out-Of-Tolerance
           MOVE ControlsNotOnLedger    to T-Not-On-Ledger
           MOVE Total-Line to Report-Line
           WRITE Report-Line
           CLOSE ReconReport

           IF ControlsOutOfTolerance > ZERO
                OR ControlsNotOnLedger > ZERO
             MOVE 8 to RETURN-CODE
           END-IF
           DISPLAY "GlRecon: accounts=" SnapshotsRead
                   " loans skipped=" LoansSkipped
                   " controls=" ControlCount
                   " out of tolerance=" ControlsOutOfTolerance
                   " not on ledger=" ControlsNotOnLedger
           GOBACK.

      *****************************************************************
      * The snapshot key leads with the date, so one START positions *
      * on tonight's first account and the close ends where the date *
      * changes.                                                       *
      *****************************************************************
        Start-Tonights-Snapshot.
           MOVE Business-Date to Snap-Date
           MOVE ZERO to Snap-Account-Number
           START SnapshotFile KEY IS NOT LESS THAN Snapshot-Key
               INVALID KEY
                   MOVE "Y" to SnapEOF-Switch
           END-START
           PERFORM Read-Snapshot.

        Read-Snapshot.
           IF NOT NoMoreSnapRecords
             READ SnapshotFile NEXT RECORD
                 AT END
                     MOVE "Y" to SnapEOF-Switch
             END-READ
           END-IF
           IF NOT NoMoreSnapRecords
             IF Snap-Date NOT = Business-Date
               MOVE "Y" to SnapEOF-Switch
             END-IF
           END-IF.

      *****************************************************************
      * Resolve the account's control account the way JrnlGl does --  *
      * same source, category and defaults -- and add its balance.   *
      *****************************************************************
        Total-One-Snapshot.
           MOVE Snap-Master-Image to Acct-Master-Record
           IF Master-Account-Type = "L"
             ADD 1 to LoansSkipped
             PERFORM Read-Snapshot
             EXIT PARAGRAPH
           END-IF
           ADD 1 to SnapshotsRead
           MOVE Master-Account-Type to LC-Account-Type
           MOVE Master-Branch-Code  to LC-Branch
           EVALUATE Master-Account-Type
             WHEN "S"
             WHEN "T"
               MOVE "2100-SAVLIA" to GL-Resolve-Default
             WHEN "R"
               MOVE "2150-IRADEP" to GL-Resolve-Default
             WHEN OTHER
               MOVE "2000-DDACTL" to GL-Resolve-Default
           END-EVALUATE
           CALL "GlResolv" USING BY CONTENT "JRNLGL  "
                                 Liability-Category
                                 BY REFERENCE GL-Resolve-Default
                                              GL-Resolved-Account
           PERFORM Find-Control-Slot
           IF Control-Found-Index > ZERO
             ADD 1 to CTL-Accounts (Control-Found-Index)
             ADD Master-Account-Balance
               to CTL-Subledger (Control-Found-Index)
           END-IF
           PERFORM Read-Snapshot.

        Find-Control-Slot.
           MOVE "N" to ControlMatch-Switch
           MOVE ZERO to Control-Found-Index
           PERFORM Match-One-Control
                   VARYING Control-Search FROM 1 BY 1
                   UNTIL Control-Search > ControlCount
                      OR ControlSlotMatched
           IF NOT ControlSlotMatched
             IF ControlCount < 500
               ADD 1 to ControlCount
               MOVE GL-Resolved-Account to CTL-GL-Account (ControlCount)
               MOVE ZERO to CTL-Accounts (ControlCount)
               MOVE ZERO to CTL-Subledger (ControlCount)
               MOVE ZERO to CTL-Ledger (ControlCount)
               MOVE ControlCount to Control-Found-Index
             ELSE
               DISPLAY "GlRecon: control table full, account "
                       Master-Account-Number " not totalled"
             END-IF
           END-IF.

        Match-One-Control.
           IF CTL-GL-Account (Control-Search) = GL-Resolved-Account
             MOVE Control-Search to Control-Found-Index
             SET ControlSlotMatched to TRUE
           END-IF.

      *****************************************************************
      * SQLPrepare the balance SELECT once, bind its one parameter    *
      * marker and its one result column; the loop refreshes the      *
      * parameter buffer and re-executes.                              *
      *****************************************************************
        Prepare-Balance-Query.
           CALL "SQLPrepare" USING BY VALUE     Hstmt
                                   BY REFERENCE BalanceQueryText
                                   BY VALUE     SQL-NTS
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLPrepare" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLBindParameter" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     1
                                  BY VALUE     SQL-PARAM-INPUT
                                  BY VALUE     SQL-C-CHAR
                                  BY VALUE     SQL-CHAR
                                  BY VALUE     10
                                  BY VALUE     0
                                  BY REFERENCE ParamGLAccount
                                  BY VALUE     10
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLBindParameter" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLBindCol" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     1
                                  BY VALUE     SQL-C-LONG
                                  BY REFERENCE LedgerBalance
                                  BY VALUE     4
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLBindCol Balance" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF.

      *****************************************************************
      * Fetch one control account's ledger balance and judge it: no   *
      * row means the ledger has never seen the account; otherwise    *
      * the difference is measured against the tolerance.             *
      *****************************************************************
        Reconcile-One-Control.
           MOVE CTL-GL-Account (Control-Search) to ParamGLAccount
           MOVE ZERO to LedgerBalance
           CALL "SQLExecute" USING BY VALUE Hstmt
                              RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLExecute" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           MOVE SPACES to D-Finding
           CALL "SQLFetch" USING BY VALUE Hstmt
                            RETURNING SQL-RC
           EVALUATE TRUE
             WHEN SQL-RC = SQL-SUCCESS
               OR SQL-RC = SQL-SUCCESS-WITH-INFO
               MOVE LedgerBalance to CTL-Ledger (Control-Search)
             WHEN SQL-RC = SQL-NO-DATA-FOUND
               ADD 1 to ControlsNotOnLedger
               MOVE "NOT ON LEDGER" to D-Finding
             WHEN OTHER
               MOVE "SQLFetch" to SQL-stmt
               MOVE SQL-HANDLE-STMT to DiagHandleType
               SET DiagHandle to Hstmt
               PERFORM SQLDiag-Function
               ADD 1 to ControlsNotOnLedger
               MOVE "NOT ON LEDGER" to D-Finding
           END-EVALUATE

           CALL "SQLFreeStmt" USING BY VALUE Hstmt
                                    BY VALUE SQL-CLOSE
                              RETURNING      SQL-RC

           COMPUTE Control-Difference =
               CTL-Subledger (Control-Search)
                 - CTL-Ledger (Control-Search)
           MOVE Control-Difference to Absolute-Difference
           IF Absolute-Difference < ZERO
             COMPUTE Absolute-Difference = ZERO - Absolute-Difference
           END-IF
           IF Absolute-Difference > Tolerance
                AND D-Finding = SPACES
             ADD 1 to ControlsOutOfTolerance
             MOVE "OVER TOLERANCE" to D-Finding
           END-IF

           MOVE CTL-GL-Account (Control-Search) to D-GL-Account
           MOVE CTL-Accounts (Control-Search)   to D-Accounts
           MOVE CTL-Subledger (Control-Search)  to D-Subledger
           MOVE CTL-Ledger (Control-Search)     to D-Ledger
           MOVE Control-Difference              to D-Difference
           MOVE Detail-Line to Report-Line
           WRITE Report-Line.

      *  copy predefined COBOL ODBC calls which are performed
           COPY "odbc3p.cpy".
      *******************************************************
      * End of GLRECON.CBL                                   *
      *******************************************************
