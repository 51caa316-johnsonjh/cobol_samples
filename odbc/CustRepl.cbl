      * customer" is answerable with a join.  Each load is UPDATE by   *
      * key falling back to INSERT when no row was updated, with the   *
      * same explicit commit intervals and catalog validation          *
      * AcctRepl applies.  The three loads run only on the full-       *
      * refresh night (see ReplMode); every night the CHGLOG change    *
      * log is then worked through -- on other nights each logged      *
      * customer and hold is sent from its file, read by key, and a    *
      * logged account has its link rows deleted and re-sent from its  *
      * owner slots; an account logged as removed loses its link rows  *
      * on either kind of night.  Once the last commit is taken the    *
      * log records are deleted, so a run that fails part way leaves   *
      * the log to be worked again the next night.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CustRepl".
       FILE-CONTROL.
           SELECT CustMasterFile ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cust-Number
               FILE STATUS IS CustMasterStatus.
           SELECT HoldLedgerFile ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS HoldLedgerStatus.
           SELECT AcctMasterFile ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Master-Account-Number
               FILE STATUS IS AcctMasterStatus.
           SELECT ChangeLogFile ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChangeLogStatus.
           SELECT ODBCErrFile ASSIGN TO "ODBCERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ODBCErrFileStatus.
           COPY HoldRec.
       FD  AcctMasterFile.
           COPY AcctRec.
       FD  ChangeLogFile.
           COPY ChgRec.
       FD  ODBCErrFile.
           COPY ODBCErr.
       FD  OdbcParmFile.
       01  MasterEOF-Switch              PIC X(01) VALUE "N".
           88 NoMoreMasterRecords            VALUE "Y".
       01  Owner-Slot                    PIC 9(01) VALUE ZERO.
       01  ChangeLogStatus               PIC X(02) VALUE SPACES.
           88 ChangeLogOK                   VALUE "00".
       01  ChangeEOF-Switch              PIC X(01) VALUE "N".
           88 NoMoreChangeRecords            VALUE "Y".
       01  ChangeOpen-Switch             PIC X(01) VALUE "N".
           88 ChangeLogIsOpen                VALUE "Y".
      *  on a changes-only night the three files are read by key
      *  for the logged rows; each is used only if it opened
       01  CustLookup-Switch             PIC X(01) VALUE "N".
           88 CustLookupOpen                 VALUE "Y".
       01  HoldLookup-Switch             PIC X(01) VALUE "N".
           88 HoldLookupOpen                 VALUE "Y".
       01  MasterLookup-Switch           PIC X(01) VALUE "N".
           88 MasterLookupOpen               VALUE "Y".
      *  tonight's kind of run, from ReplMode
       01  Repl-Mode                     PIC X(01) VALUE "F".
           88 FullRefreshNight              VALUE "F".
           88 ChangesOnlyNight              VALUE "I".

      *  arguments used for SQLConnect
       01  ServerName                    PIC X(10) VALUE Z"Oracle7".
       01  AuthenticationLength   COMP-5 PIC S9(4) VALUE 10.

      *  a separate statement handle per prepared statement -- each
      *  of the three loads has its own UPDATE/INSERT pair, and the
      *  link load a DELETE for the change-log pass
       01  HstmtCustUpd                  POINTER VALUE NULL.
       01  HstmtCustIns                  POINTER VALUE NULL.
       01  HstmtHoldUpd                  POINTER VALUE NULL.
       01  HstmtHoldIns                  POINTER VALUE NULL.
       01  HstmtLinkUpd                  POINTER VALUE NULL.
       01  HstmtLinkIns                  POINTER VALUE NULL.
       01  HstmtLinkDel                  POINTER VALUE NULL.
       01  UpdatedRowCount        COMP-5 PIC S9(9) VALUE ZERO.

       01  CustUpdStmtText               PIC X(110) VALUE
       01  LinkInsStmtText               PIC X(110) VALUE
           "INSERT INTO CUST_ACCT_LINK (CUST_NO, ACCT_NO,
      -    " OWNER_TYPE) VALUES (?, ?, ?)".
       01  LinkDelStmtText               PIC X(50) VALUE
           "DELETE FROM CUST_ACCT_LINK WHERE ACCT_NO = ?".

       01  ParamCustNumber        COMP-5 PIC S9(9).
       01  ParamCustName                 PIC X(20).
       01  HoldsRead                     PIC 9(07) VALUE ZERO.
       01  HoldsLoaded                   PIC 9(07) VALUE ZERO.
       01  LinksLoaded                   PIC 9(07) VALUE ZERO.
       01  LinksDeleted                  PIC 9(07) VALUE ZERO.
       01  ChangesRead                   PIC 9(07) VALUE ZERO.
       01  ChangesCleared                PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       Do-ODBC SECTION.

           PERFORM Read-ODBC-Run-Parameters

           CALL "ReplMode" USING ODBCErr-Program-Name Repl-Mode
           OPEN I-O ChangeLogFile
           IF NOT ChangeLogOK
             IF ChangesOnlyNight
               DISPLAY "CustRepl: no CHGLOG to work from, rc="
                       ChangeLogStatus ", sending every row"
               SET FullRefreshNight to TRUE
             END-IF
           ELSE
             MOVE "Y" to ChangeOpen-Switch
           END-IF

           PERFORM Allocate-Environment-Handle
           PERFORM Set-Env-Attr-to-Ver30-Behavior
           PERFORM Allocate-Connection-Handle
           PERFORM Validate-Target-Tables
           PERFORM Prepare-Replication-Statements

           IF FullRefreshNight
             PERFORM Load-Customer-Master
             PERFORM Load-Hold-Ledger
             PERFORM Load-Customer-Links
           END-IF
           PERFORM Apply-Logged-Changes

      *  commit whatever is left since the last interval boundary
           MOVE CommitIntervalRecords to RecordsSinceCommit
           PERFORM Commit-If-Due
           PERFORM Clear-Logged-Changes

           PERFORM Free-Replication-Statements
           PERFORM SQLDisconnect-Function
           PERFORM Free-Connection-Handle
           PERFORM Free-Environment-Handle

           DISPLAY "CustRepl: mode=" Repl-Mode
                   " customers=" CustomersLoaded
                   " holds=" HoldsLoaded
                   " links=" LinksLoaded
                   " links deleted=" LinksDeleted
                   " logged=" ChangesRead
                   " cleared=" ChangesCleared
                   " commits=" CommitCount
           GOBACK.

           END-IF.

      *****************************************************************
      * Allocate and prepare the three UPDATE/INSERT pairs and the   *
      * link DELETE once, ahead of the load loops.                    *
      *****************************************************************
        Prepare-Replication-Statements.
           PERFORM Allocate-One-Statement-Handle
               VARYING Owner-Slot FROM 1 BY 1 UNTIL Owner-Slot > 7

           CALL "SQLPrepare" USING BY VALUE     HstmtCustUpd
                                   BY REFERENCE CustUpdStmtText
                                   BY VALUE     SQL-NTS
                             RETURNING SQL-RC
           PERFORM Check-Prepare-RC
           CALL "SQLPrepare" USING BY VALUE     HstmtLinkDel
                                   BY REFERENCE LinkDelStmtText
                                   BY VALUE     SQL-NTS
                             RETURNING SQL-RC
           PERFORM Check-Prepare-RC

           PERFORM Bind-Customer-Parameters
           PERFORM Bind-Hold-Parameters
                      SET HstmtLinkUpd TO Hstmt
               WHEN 6 PERFORM Allocate-Statement-Handle
                      SET HstmtLinkIns TO Hstmt
               WHEN 7 PERFORM Allocate-Statement-Handle
                      SET HstmtLinkDel TO Hstmt
           END-EVALUATE
           PERFORM Set-Stmt-Query-Timeout.

                                  BY REFERENCE ParamOwnerType
                                  BY VALUE     1
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           CALL "SQLBindParameter" USING
                                  BY VALUE     HstmtLinkDel
                                  BY VALUE     1
                                  BY VALUE     SQL-PARAM-INPUT
                                  BY VALUE     SQL-C-LONG
                                  BY VALUE     SQL-INTEGER
                                  BY VALUE     9
                                  BY VALUE     0
                                  BY REFERENCE ParamLinkAccount
                                  BY VALUE     4
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC.

      *****************************************************************
           END-IF.

        Replicate-One-Customer.
           PERFORM Send-One-Customer
           PERFORM Read-Customer.

        Send-One-Customer.
           MOVE Cust-Number        to ParamCustNumber
           MOVE Cust-Name          to ParamCustName
           MOVE Cust-Status        to ParamCustStatus
           END-IF
           ADD 1 to CustomersLoaded
           ADD 1 to RecordsSinceCommit
           PERFORM Commit-If-Due.

      *****************************************************************
      * Load two: the hold ledger.                                    *
           END-IF.

        Replicate-One-Hold.
           PERFORM Send-One-Hold
           PERFORM Read-Hold.

        Send-One-Hold.
           MOVE Hold-Account-Number to ParamHoldAccount
           MOVE Hold-Seq            to ParamHoldSeq
           MOVE Hold-Amount         to ParamHoldAmount
           END-IF
           ADD 1 to HoldsLoaded
           ADD 1 to RecordsSinceCommit
           PERFORM Commit-If-Due.

      *****************************************************************
      * Load three: the owner-slot linkage off the account master --  *
             PERFORM Commit-If-Due
           END-IF.

      *****************************************************************
      * The CHGLOG pass, in key order -- accounts, then customers,    *
      * then holds.  On the full-refresh night the loads above have   *
      * already sent every row, so only removed accounts are acted    *
      * on; on any other night each logged row is read by key and     *
      * sent.  An account's link rows are deleted and sent again from *
      * its owner slots, so a dropped owner leaves the replica too.   *
      *****************************************************************
        Apply-Logged-Changes.
           IF ChangeLogIsOpen
             IF ChangesOnlyNight
               PERFORM Open-Lookup-Files
             END-IF
             MOVE "N" to ChangeEOF-Switch
             MOVE LOW-VALUES to Chg-Key
             START ChangeLogFile KEY IS NOT LESS THAN Chg-Key
                 INVALID KEY
                     MOVE "Y" to ChangeEOF-Switch
             END-START
             PERFORM Read-Change
             PERFORM Apply-One-Change
                     UNTIL NoMoreChangeRecords
             IF CustLookupOpen
               CLOSE CustMasterFile
             END-IF
             IF HoldLookupOpen
               CLOSE HoldLedgerFile
             END-IF
             IF MasterLookupOpen
               CLOSE AcctMasterFile
             END-IF
           END-IF.

        Open-Lookup-Files.
           OPEN INPUT CustMasterFile
           IF CustMasterOK
             MOVE "Y" to CustLookup-Switch
           ELSE
             DISPLAY "CustRepl: unable to open CUSTMAST, rc="
                     CustMasterStatus ", logged customers not sent"
           END-IF
           OPEN INPUT HoldLedgerFile
           IF HoldLedgerOK
             MOVE "Y" to HoldLookup-Switch
           ELSE
             DISPLAY "CustRepl: no HOLDFILE to replicate, rc="
                     HoldLedgerStatus
           END-IF
           OPEN INPUT AcctMasterFile
           IF AcctMasterOK
             MOVE "Y" to MasterLookup-Switch
           ELSE
             DISPLAY "CustRepl: unable to open ACCTMAST, rc="
                     AcctMasterStatus ", logged links not sent"
           END-IF.

        Read-Change.
           IF NOT NoMoreChangeRecords
             READ ChangeLogFile NEXT RECORD
                 AT END
                     MOVE "Y" to ChangeEOF-Switch
             END-READ
           END-IF.

        Apply-One-Change.
           ADD 1 to ChangesRead
           EVALUATE TRUE
               WHEN Chg-Account AND Chg-Row-Removed
                   PERFORM Delete-Account-Links
               WHEN FullRefreshNight
                   CONTINUE
               WHEN Chg-Account
                   PERFORM Delete-Account-Links
                   IF MasterLookupOpen
                     MOVE Chg-Number to Master-Account-Number
                     READ AcctMasterFile
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             PERFORM Replicate-One-Link
                                 VARYING Owner-Slot FROM 1 BY 1
                                 UNTIL Owner-Slot > Master-Owner-Count
                                    OR Owner-Slot > 4
                     END-READ
                   END-IF
               WHEN Chg-Customer AND CustLookupOpen
                   MOVE Chg-Number to Cust-Number
                   READ CustMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 to CustomersRead
                           PERFORM Send-One-Customer
                   END-READ
               WHEN Chg-Hold AND HoldLookupOpen
                   MOVE Chg-Number to Hold-Account-Number
                   MOVE Chg-Hold-Seq to Hold-Seq
                   READ HoldLedgerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 to HoldsRead
                           PERFORM Send-One-Hold
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM Read-Change.

        Delete-Account-Links.
           MOVE Chg-Number to ParamLinkAccount
           CALL "SQLExecute" USING BY VALUE HstmtLinkDel
                              RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
                 AND SQL-RC NOT = SQL-NO-DATA-FOUND
             MOVE "SQLExecute Delete" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to HstmtLinkDel
             PERFORM SQLDiag-Function
           END-IF
           CALL "SQLRowCount" USING BY VALUE     HstmtLinkDel
                                    BY REFERENCE UpdatedRowCount
                              RETURNING SQL-RC
           IF UpdatedRowCount > ZERO
             ADD UpdatedRowCount to LinksDeleted
           END-IF
           ADD 1 to RecordsSinceCommit
           PERFORM Commit-If-Due.

      *****************************************************************
      * Only once the replica is committed is the log emptied; a run *
      * that fails before this point leaves every key to be worked   *
      * again, which does no harm -- each row is simply sent again.   *
      *****************************************************************
        Clear-Logged-Changes.
           IF ChangeLogIsOpen
             MOVE "N" to ChangeEOF-Switch
             MOVE LOW-VALUES to Chg-Key
             START ChangeLogFile KEY IS NOT LESS THAN Chg-Key
                 INVALID KEY
                     MOVE "Y" to ChangeEOF-Switch
             END-START
             PERFORM Read-Change
             PERFORM Clear-One-Change
                     UNTIL NoMoreChangeRecords
             CLOSE ChangeLogFile
           END-IF.

        Clear-One-Change.
           DELETE ChangeLogFile RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 to ChangesCleared
           END-DELETE
           PERFORM Read-Change.

      *****************************************************************
      * The shared update-then-insert shape: execute the UPDATE on    *
      * the handle in Hstmt and leave its row count for the caller;   *
                                RETURNING SQL-RC
           CALL "SQLFreeHandle" USING BY VALUE SQL-HANDLE-STMT
                                      BY VALUE HstmtLinkIns
                                RETURNING SQL-RC
           CALL "SQLFreeHandle" USING BY VALUE SQL-HANDLE-STMT
                                      BY VALUE HstmtLinkDel
                                RETURNING SQL-RC.

      *****************************************************************
