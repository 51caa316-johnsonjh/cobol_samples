      * idea, applied to the replica -- and reports every row-count   *
      * and balance difference on REPLVRFY: an account missing from   *
      * the replica, a replica row with no master behind it, or a     *
      * balance the two sides disagree on.  Status and account type   *
      * are compared as well, since on a changes-only night an       *
      * account whose status changed without a logged change would   *
      * otherwise go unseen until the full refresh.  Nonzero return  *
      * code when anything differs, so the scheduler sees a bad      *
      * replication night.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ReplVrfy".

      *  row-set (array) fetch binding, the same shape ODBC3EG's
      *  extract uses -- one round trip per block of replica rows
       01  VerifyQueryText               PIC X(100) VALUE
           "SELECT ACCT_NO, ACCT_BALANCE, ACCT_STATUS, ACCT_TYPE FROM
      -    " ACCOUNT_MASTER ORDER BY ACCT_NO".
       01  RowArraySize                  COMP-5 PIC S9(9) VALUE 100.
       01  RowsFetchedThisBlock          COMP-5 PIC S9(9) VALUE 0.
       01  Replica-Row-Array.
           05  Replica-Row               OCCURS 100 TIMES.
               10  Replica-Acct-No           COMP-5 PIC S9(9).
               10  Replica-Balance           COMP-5 PIC S9(9).
      *  character columns come back null-terminated -- one byte of
      *  data and one for the terminator
               10  Replica-Status                   PIC X(02).
               10  Replica-Type                     PIC X(02).
      *  each block is bound row-wise, one Replica-Row per row
       01  ReplicaRowLength       COMP-5 PIC S9(9) VALUE 0.

       01  Row-Index              COMP-5 PIC S9(9) VALUE 0.
       01  HighKey                       PIC 9(07) VALUE 9999999.
       01  MissingFromReplica            PIC 9(07) VALUE ZERO.
       01  NotOnMaster                   PIC 9(07) VALUE ZERO.
       01  BalanceDiffers                PIC 9(07) VALUE ZERO.
       01  StatusDiffers                 PIC 9(07) VALUE ZERO.
       01  TypeDiffers                   PIC 9(07) VALUE ZERO.

       01  Heading-Line-1                PIC X(40) VALUE
           "REPLICA VERIFICATION - ACCOUNT_MASTER".
           05 T-Extra                    PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(10) VALUE "  DIFFER: ".
           05 T-Differ                   PIC ZZZ,ZZ9.
       01  Total-Line-2.
           05 FILLER                     PIC X(16) VALUE
              "STATUS DIFFERS: ".
           05 T-Status-Differ            PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(16) VALUE
              "  TYPE DIFFERS: ".
           05 T-Type-Differ              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Do-ODBC SECTION.
           MOVE BalanceDiffers     to T-Differ
           MOVE Total-Line to Report-Line
           WRITE Report-Line
           MOVE StatusDiffers      to T-Status-Differ
           MOVE TypeDiffers        to T-Type-Differ
           MOVE Total-Line-2 to Report-Line
           WRITE Report-Line
           CLOSE VerifyReport
           CLOSE AcctMasterFile

           IF MissingFromReplica > ZERO
                OR NotOnMaster > ZERO
                OR BalanceDiffers > ZERO
                OR StatusDiffers > ZERO
                OR TypeDiffers > ZERO
             MOVE 8 to RETURN-CODE
           END-IF
           DISPLAY "ReplVrfy: master=" MastersRead
                   " missing=" MissingFromReplica
                   " extra=" NotOnMaster
                   " differ=" BalanceDiffers
                   " status=" StatusDiffers
                   " type=" TypeDiffers
           GOBACK.

      *****************************************************************
             PERFORM SQLDiag-Function
           END-IF

           MOVE LENGTH OF Replica-Row (1) to ReplicaRowLength
           CALL "SQLSetStmtAttr" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     SQL-ATTR-ROW-BIND-TYPE
                                  BY VALUE     ReplicaRowLength
                                  BY VALUE     SQL-IS-UINTEGER
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLSetStmtAttr RowBindType" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLSetStmtAttr" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     SQL-ATTR-ROWS-FETCHED-PTR
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLBindCol" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     3
                                  BY VALUE     SQL-C-CHAR
                                  BY REFERENCE Replica-Status (1)
                                  BY VALUE     2
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLBindCol Status" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLBindCol" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     4
                                  BY VALUE     SQL-C-CHAR
                                  BY REFERENCE Replica-Type (1)
                                  BY VALUE     2
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLBindCol Type" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLExecDirect" USING BY VALUE     Hstmt
                                      BY REFERENCE VerifyQueryText
                                      BY VALUE     SQL-NTS
                 MOVE Detail-Line to Report-Line
                 WRITE Report-Line
               END-IF
               IF Master-Account-Status NOT =
                     Replica-Status (Row-Index) (1:1)
                 ADD 1 to StatusDiffers
                 MOVE SPACES to D-Finding
                 STRING "STATUS DIFFERS " Master-Account-Status "/"
                        Replica-Status (Row-Index) (1:1)
                        DELIMITED BY SIZE INTO D-Finding
                 PERFORM Report-Field-Difference
               END-IF
               IF Master-Account-Type NOT =
                     Replica-Type (Row-Index) (1:1)
                 ADD 1 to TypeDiffers
                 MOVE SPACES to D-Finding
                 STRING "TYPE DIFFERS " Master-Account-Type "/"
                        Replica-Type (Row-Index) (1:1)
                        DELIMITED BY SIZE INTO D-Finding
                 PERFORM Report-Field-Difference
               END-IF
               PERFORM Read-Master
             ELSE
               ADD 1 to NotOnMaster
             END-IF
           END-PERFORM.

        Report-Field-Difference.
           MOVE ReplicaKey to D-Account
           MOVE Master-Account-Balance to D-Master
           MOVE Replica-Balance (Row-Index) to D-Replica
           MOVE Detail-Line to Report-Line
           WRITE Report-Line.

        Report-Missing-From-Replica.
           ADD 1 to MissingFromReplica
           MOVE MasterKey to D-Account
