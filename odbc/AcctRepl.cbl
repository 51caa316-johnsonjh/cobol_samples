      * corporate reporting database's ACCOUNT_MASTER table -- UPDATE  *
      * by ACCT_NO, falling back to INSERT when no row was updated --  *
      * so reporting and the data warehouse team are not stuck waiting *
      * on a hand-run file dump.  Only on the full-refresh night (see  *
      * ReplMode) is the whole master sent; every other night sends    *
      * just the accounts on the CHGLOG change log, read by key.  An   *
      * account logged as removed (archived by AcctArch), or logged    *
      * but no longer on ACCTMAST, is deleted from the replica -- on   *
      * either kind of night.  The log is left for CustRepl, which     *
      * runs next and clears what it has replicated; with no CHGLOG    *
      * on file the night falls back to a full refresh.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AcctRepl".
       FILE-CONTROL.
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
       FILE SECTION.
       FD  AcctMasterFile.
           COPY AcctRec.
       FD  ChangeLogFile.
           COPY ChgRec.
       FD  ODBCErrFile.
           COPY ODBCErr.
       FD  OdbcParmFile.
           88 AcctMasterOK                  VALUE "00".
       01  MasterEOF-Switch              PIC X(01) VALUE "N".
           88 NoMoreMasterRecords            VALUE "Y".
       01  MasterOpen-Switch             PIC X(01) VALUE "N".
           88 MasterIsOpen                   VALUE "Y".
       01  ChangeLogStatus               PIC X(02) VALUE SPACES.
           88 ChangeLogOK                   VALUE "00".
       01  ChangeEOF-Switch              PIC X(01) VALUE "N".
           88 NoMoreChangeRecords            VALUE "Y".
       01  ChangeOpen-Switch             PIC X(01) VALUE "N".
           88 ChangeLogIsOpen                VALUE "Y".
      *  tonight's kind of run, from ReplMode
       01  Repl-Mode                     PIC X(01) VALUE "F".
           88 FullRefreshNight              VALUE "F".
           88 ChangesOnlyNight              VALUE "I".

      *  arguments used for SQLConnect
       01  ServerName                    PIC X(10) VALUE Z"Oracle7".
      *  UPDATE and INSERT each need their own SQLPrepare
       01  HstmtUpdate                   POINTER VALUE NULL.
       01  HstmtInsert                   POINTER VALUE NULL.
       01  HstmtDelete                   POINTER VALUE NULL.
       01  UpdatedRowCount        COMP-5 PIC S9(9) VALUE ZERO.

       01  UpdateStmtText                PIC X(95) VALUE
       01  InsertStmtText                PIC X(105) VALUE
           "INSERT INTO ACCOUNT_MASTER (ACCT_NO, ACCT_BALANCE,
      -    " ACCT_STATUS, ACCT_TYPE) VALUES (?, ?, ?, ?)".
       01  DeleteStmtText                PIC X(50) VALUE
           "DELETE FROM ACCOUNT_MASTER WHERE ACCT_NO = ?".

       01  ParamAcctNumber        COMP-5 PIC S9(9).
       01  ParamAcctBalance       COMP-5 PIC S9(9).
       01  AccountsRead                  PIC 9(07) VALUE ZERO.
       01  AccountsInserted              PIC 9(07) VALUE ZERO.
       01  AccountsUpdated               PIC 9(07) VALUE ZERO.
       01  AccountsDeleted               PIC 9(07) VALUE ZERO.
       01  ChangesRead                   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       Do-ODBC SECTION.
             DISPLAY "AcctRepl: unable to open ACCTMAST, rc="
                     AcctMasterStatus
             MOVE "Y" to MasterEOF-Switch
           ELSE
             MOVE "Y" to MasterOpen-Switch
           END-IF

           CALL "ReplMode" USING ODBCErr-Program-Name Repl-Mode
           OPEN INPUT ChangeLogFile
           IF NOT ChangeLogOK
             IF ChangesOnlyNight
               DISPLAY "AcctRepl: no CHGLOG to work from, rc="
                       ChangeLogStatus ", sending every account"
               SET FullRefreshNight to TRUE
             END-IF
             MOVE "Y" to ChangeEOF-Switch
           ELSE
             MOVE "Y" to ChangeOpen-Switch
           END-IF

           PERFORM Read-ODBC-Run-Parameters

           PERFORM Validate-Account-Master-Table
           PERFORM Prepare-Replication-Statements
           IF FullRefreshNight
             PERFORM Read-Master
             PERFORM Replicate-One-Account
                     UNTIL NoMoreMasterRecords
           END-IF
           PERFORM Apply-Account-Changes

      *  commit whatever is left since the last interval boundary
           MOVE CommitIntervalRecords to RecordsSinceCommit
           CALL "SQLFreeHandle" USING BY VALUE SQL-HANDLE-STMT
                                      BY VALUE HstmtInsert
                                RETURNING SQL-RC
           CALL "SQLFreeHandle" USING BY VALUE SQL-HANDLE-STMT
                                      BY VALUE HstmtDelete
                                RETURNING SQL-RC
           PERFORM SQLDisconnect-Function
           PERFORM Free-Connection-Handle
           PERFORM Free-Environment-Handle

           CLOSE AcctMasterFile
           IF ChangeLogIsOpen
             CLOSE ChangeLogFile
           END-IF
           DISPLAY "AcctRepl: mode=" Repl-Mode
                   " read=" AccountsRead
                   " updated=" AccountsUpdated
                   " inserted=" AccountsInserted
                   " deleted=" AccountsDeleted
                   " logged=" ChangesRead
                   " commits=" CommitCount
           GOBACK.

             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to HstmtInsert
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLAllocHandle" USING BY VALUE     SQL-HANDLE-STMT
                                       BY VALUE     Hdbc
                                       BY REFERENCE HstmtDelete
                                 RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLAllocHandle for Delete Stmt" to SQL-stmt
             MOVE SQL-HANDLE-DBC to DiagHandleType
             SET DiagHandle to Hdbc
             PERFORM SQLDiag-Function
           END-IF
           MOVE HstmtDelete to Hstmt
           PERFORM Set-Stmt-Query-Timeout

           CALL "SQLPrepare" USING BY VALUE     HstmtDelete
                                   BY REFERENCE DeleteStmtText
                                   BY VALUE     SQL-NTS
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLPrepare Delete" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to HstmtDelete
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLBindParameter" USING
                                  BY VALUE     HstmtDelete
                                  BY VALUE     1
                                  BY VALUE     SQL-PARAM-INPUT
                                  BY VALUE     SQL-C-LONG
                                  BY VALUE     SQL-INTEGER
                                  BY VALUE     9
                                  BY VALUE     0
                                  BY REFERENCE ParamAcctNumber
                                  BY VALUE     4
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLBindParameter Delete" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to HstmtDelete
             PERFORM SQLDiag-Function
           END-IF.

        Read-Master.
      * is not yet in the reporting database, so INSERT it instead.   *
      *****************************************************************
        Replicate-One-Account.
           PERFORM Send-One-Account
           PERFORM Read-Master.

        Send-One-Account.
           MOVE Master-Account-Number to ParamAcctNumber
           MOVE Master-Account-Balance to ParamAcctBalance
           MOVE Master-Account-Status to ParamAcctStatus
           END-IF

           ADD 1 to RecordsSinceCommit
           PERFORM Commit-If-Due.

      *****************************************************************
      * The CHGLOG account keys, in account order: a removed account  *
      * is deleted from the replica; a changed one is sent from its   *
      * ACCTMAST record, read by key -- except on the full-refresh    *
      * night, when the pass above has already sent it -- or deleted *
      * if it has left the master since it was logged.                *
      *****************************************************************
        Apply-Account-Changes.
           IF ChangeLogIsOpen
             MOVE "A" to Chg-Entity
             MOVE ZERO to Chg-Number
             MOVE ZERO to Chg-Hold-Seq
             START ChangeLogFile KEY IS NOT LESS THAN Chg-Key
                 INVALID KEY
                     MOVE "Y" to ChangeEOF-Switch
             END-START
             PERFORM Read-Change
             PERFORM Apply-One-Account-Change
                     UNTIL NoMoreChangeRecords
           END-IF.

        Read-Change.
           IF NOT NoMoreChangeRecords
             READ ChangeLogFile NEXT RECORD
                 AT END
                     MOVE "Y" to ChangeEOF-Switch
             END-READ
             IF NOT NoMoreChangeRecords AND NOT Chg-Account
               MOVE "Y" to ChangeEOF-Switch
             END-IF
           END-IF.

        Apply-One-Account-Change.
           ADD 1 to ChangesRead
           EVALUATE TRUE
               WHEN Chg-Row-Removed
                   PERFORM Delete-One-Account
               WHEN FullRefreshNight
                   CONTINUE
               WHEN NOT MasterIsOpen
                   CONTINUE
               WHEN OTHER
                   MOVE Chg-Number to Master-Account-Number
                   READ AcctMasterFile
                       INVALID KEY
                           PERFORM Delete-One-Account
                       NOT INVALID KEY
                           ADD 1 to AccountsRead
                           PERFORM Send-One-Account
                   END-READ
           END-EVALUATE
           PERFORM Read-Change.

        Delete-One-Account.
           MOVE Chg-Number to ParamAcctNumber
           CALL "SQLExecute" USING BY VALUE HstmtDelete
                              RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
                 AND SQL-RC NOT = SQL-NO-DATA-FOUND
             MOVE "SQLExecute Delete" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to HstmtDelete
             PERFORM SQLDiag-Function
           END-IF
           CALL "SQLRowCount" USING BY VALUE     HstmtDelete
                                    BY REFERENCE UpdatedRowCount
                              RETURNING SQL-RC
           IF UpdatedRowCount > ZERO
             ADD 1 to AccountsDeleted
           END-IF
           ADD 1 to RecordsSinceCommit
           PERFORM Commit-If-Due.

      *****************************************************************
      * Commit the replication feed once the configured interval is   *
