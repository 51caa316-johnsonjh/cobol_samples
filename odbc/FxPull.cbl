      ******************************************************************
      * FXPULL.CBL                                                     *
      *----------------------------------------------------------------*
      * Inbound FX rate pull from the treasury database, the CrmSync  *
      * idea applied to the rate desk's morning keying.  Builds the   *
      * list of currency pairs we hold -- every pair already carried  *
      * on FXRATES, plus each currency on an open ACCTMAST account to *
      * the base -- and reads each pair's closing rate for the        *
      * business date off the treasury's TRSY_FX_CLOSE table with one *
      * prepared, parameterized SELECT (GlRecon's shape).  Each rate  *
      * found is appended to FXRATES stamped TRSY with the treasury's *
      * publication timestamp; a pair the treasury has not published  *
      * is reported, and left for the desk to key.  A pair already    *
      * loaded from the treasury for the date is not loaded twice,    *
      * so a rerun is harmless.  Every pair lands on the FXPULLRPT    *
      * listing.  Run by NightlyRun ahead of the stage-0 FxEdit, so   *
      * the reasonableness edit checks the rates that arrived this    *
      * way; FXPULLDATE (YYYYMMDD) pulls another date's rates.        *
      * Return code 4 when any pair was not published.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FxPull".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FxRateFile ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FxRateStatus.
           SELECT AcctMasterFile ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Master-Account-Number
               FILE STATUS IS AcctMasterStatus.
           SELECT PullReport ASSIGN TO "FXPULLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           SELECT ODBCErrFile ASSIGN TO "ODBCERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ODBCErrFileStatus.
           SELECT OdbcParmFile ASSIGN TO "ODBCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OdbcParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  FxRateFile.
           COPY FxRate.
       FD  AcctMasterFile.
           COPY AcctRec.
       FD  PullReport.
       01  Report-Line                   PIC X(100).
       FD  ODBCErrFile.
           COPY ODBCErr.
       FD  OdbcParmFile.
           COPY OdbcParm.

       WORKING-STORAGE SECTION.
      *  copy ODBC API constant definitions
           COPY "odbc3.cpy" SUPPRESS.

      *  copy additional definitions used by ODBC30PROC procedure
           COPY "odbc3d.cpy".

      *  structured error log written by SQLDiag-Function -- every
      *  diagnostic record is identified by the program that hit it
       01  ODBCErrFileStatus             PIC X(02) VALUE SPACES.
       01  ODBCErr-Program-Name          PIC X(08) VALUE "FXPULL  ".

       01  FxRateStatus                  PIC X(02) VALUE SPACES.
           88 FxRateOK                      VALUE "00".
       01  AcctMasterStatus              PIC X(02) VALUE SPACES.
           88 AcctMasterOK                  VALUE "00".
       01  ReportFileStatus              PIC X(02) VALUE SPACES.
       01  FxEOF-Switch                  PIC X(01) VALUE "N".
           88 NoMoreFxRates                  VALUE "Y".
       01  MasterEOF-Switch              PIC X(01) VALUE "N".
           88 NoMoreMasterRecords            VALUE "Y".
       01  PairMatch-Switch              PIC X(01) VALUE "N".
           88 PairSlotMatched                VALUE "Y".

       01  Business-Date                 PIC 9(08) VALUE ZERO.
       01  Date-Env-Value                PIC X(08) VALUE SPACES.
       01  Base-Currency                 PIC X(03) VALUE "USD".
       01  Work-From-Currency            PIC X(03) VALUE SPACES.
       01  Work-To-Currency              PIC X(03) VALUE SPACES.

      *  arguments used for SQLConnect
       01  ServerName                    PIC X(10) VALUE Z"Oracle7".
       01  ServerNameLength       COMP-5 PIC S9(4) VALUE 10.
       01  UserId                        PIC X(10) VALUE Z"TEST123".
       01  UserIdLength           COMP-5 PIC S9(4) VALUE 10.
       01  Authentication                PIC X(10) VALUE Z"TEST123".
       01  AuthenticationLength   COMP-5 PIC S9(4) VALUE 10.

      *  one prepared SELECT, re-executed per pair with the parameter
      *  buffers refreshed.  The rate comes back scaled to millionths
      *  as an integer, the six decimals FX-Rate carries; the
      *  timestamp comes back as YYYY-MM-DD HH:MM:SS text
       01  RateQueryText                 PIC X(200) VALUE
           "SELECT CAST(CLOSE_RATE * 1000000 AS INTEGER), PUBLISHED_TS
      -    " FROM TRSY_FX_CLOSE WHERE FROM_CCY = ? AND TO_CCY = ? AND
      -    " RATE_DATE = ?".
       01  ParamFromCcy                  PIC X(03).
       01  ParamToCcy                    PIC X(03).
       01  ParamRateDate          COMP-5 PIC S9(9).
       01  Treasury-Rate-Millionths
                                  COMP-5 PIC S9(9) VALUE 0.
       01  Treasury-Timestamp            PIC X(20) VALUE SPACES.
       01  Treasury-Stamp REDEFINES Treasury-Timestamp.
           05 TS-Year                    PIC X(04).
           05 FILLER                     PIC X(01).
           05 TS-Month                   PIC X(02).
           05 FILLER                     PIC X(01).
           05 TS-Day                     PIC X(02).
           05 FILLER                     PIC X(01).
           05 TS-Hour                    PIC X(02).
           05 FILLER                     PIC X(01).
           05 TS-Minute                  PIC X(02).
           05 FILLER                     PIC X(01).
           05 TS-Second                  PIC X(02).
           05 FILLER                     PIC X(01).
       01  Treasury-Date.
           05 TD-Year                    PIC X(04).
           05 TD-Month                   PIC X(02).
           05 TD-Day                     PIC X(02).
       01  Treasury-Time.
           05 TT-Hour                    PIC X(02).
           05 TT-Minute                  PIC X(02).
           05 TT-Second                  PIC X(02).

      *****************************************************************
      * One slot per pair we hold, and whether FXRATES already has   *
      * a rate for the date -- from the treasury or keyed by hand.   *
      *****************************************************************
       01  PairCount                     PIC 9(03) VALUE ZERO.
       01  Pair-Search                   PIC 9(03) VALUE ZERO.
       01  Pair-Found-Index              PIC 9(03) VALUE ZERO.
       01  Pair-Table.
           05 Pair-Entry OCCURS 0 TO 200 TIMES
                 DEPENDING ON PairCount.
              10 PT-From                 PIC X(03).
              10 PT-To                   PIC X(03).
              10 PT-Dated-Source         PIC X(01).
                 88 PT-None-For-Date        VALUE "N".
                 88 PT-Keyed-For-Date       VALUE "K".
                 88 PT-Pulled-For-Date      VALUE "T".

       01  PairsPublished                PIC 9(05) VALUE ZERO.
       01  PairsLoaded                   PIC 9(05) VALUE ZERO.
       01  PairsAlreadyLoaded            PIC 9(05) VALUE ZERO.
       01  PairsNotPublished             PIC 9(05) VALUE ZERO.
       01  PairsRejected                 PIC 9(05) VALUE ZERO.

       01  Heading-Line-1.
           05 FILLER              PIC X(36) VALUE
              "TREASURY FX RATE PULL  RATE DATE    ".
           05 H1-Date             PIC 9(8).
       01  Heading-Line-2         PIC X(70) VALUE
           "FROM TO         RATE  PUBLISHED       RESULT".
       01  Detail-Line.
           05 D-From              PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 D-To                PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 D-Rate              PIC ZZ9.9(6).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 D-Published-Date    PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 D-Published-Time    PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 D-Result            PIC X(32).
       01  Summary-Line.
           05 FILLER              PIC X(07) VALUE "PAIRS: ".
           05 S-Pairs             PIC ZZ9.
           05 FILLER              PIC X(10) VALUE "  LOADED: ".
           05 S-Loaded            PIC ZZ9.
           05 FILLER              PIC X(11) VALUE "  ALREADY: ".
           05 S-Already           PIC ZZ9.
           05 FILLER              PIC X(17) VALUE
              "  NOT PUBLISHED: ".
           05 S-Not-Published     PIC ZZ9.
           05 FILLER              PIC X(12) VALUE "  REJECTED: ".
           05 S-Rejected          PIC ZZ9.

       PROCEDURE DIVISION.
       Do-ODBC SECTION.
        Start-ODBC.
           DISPLAY "FxPull: treasury FX rate pull starting"
           CALL "GetBusDate" USING Business-Date
           MOVE SPACES to Date-Env-Value
           ACCEPT Date-Env-Value FROM ENVIRONMENT "FXPULLDATE"
           IF Date-Env-Value IS NUMERIC
                AND Date-Env-Value NOT = "00000000"
             MOVE Date-Env-Value to Business-Date
           END-IF

           PERFORM Load-Rate-Pairs
           PERFORM Load-Master-Currencies
           IF PairCount = ZERO
             DISPLAY "FxPull: no currency pairs held, nothing to pull"
             GOBACK
           END-IF

      *  the file may not exist yet on a new installation
           OPEN EXTEND FxRateFile
           IF FxRateStatus = "35"
             OPEN OUTPUT FxRateFile
           END-IF
           IF NOT FxRateOK
             DISPLAY "FxPull: unable to open FXRATES to extend, rc="
                     FxRateStatus
             MOVE 8 to RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PullReport
           MOVE Business-Date to H1-Date
           MOVE Heading-Line-1 to Report-Line
           WRITE Report-Line
           MOVE Heading-Line-2 to Report-Line
           WRITE Report-Line

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
           PERFORM Prepare-Rate-Query
           PERFORM Pull-One-Pair
                   VARYING Pair-Search FROM 1 BY 1
                   UNTIL Pair-Search > PairCount

           PERFORM Free-Statement-Handle
           PERFORM SQLDisconnect-Function
           PERFORM Free-Connection-Handle
           PERFORM Free-Environment-Handle

           MOVE PairCount          to S-Pairs
           MOVE PairsLoaded        to S-Loaded
           MOVE PairsAlreadyLoaded to S-Already
           MOVE PairsNotPublished  to S-Not-Published
           MOVE PairsRejected      to S-Rejected
           MOVE Summary-Line to Report-Line
           WRITE Report-Line
           CLOSE PullReport
           CLOSE FxRateFile

           IF PairsNotPublished > ZERO
                OR PairsRejected > ZERO
             MOVE 4 to RETURN-CODE
           END-IF
           DISPLAY "FxPull: pairs=" PairCount
                   " published=" PairsPublished
                   " loaded=" PairsLoaded
                   " already=" PairsAlreadyLoaded
                   " not published=" PairsNotPublished
                   " rejected=" PairsRejected
           GOBACK.

      *****************************************************************
      * Every pair on FXRATES, noting which already have a rate for  *
      * the date and whether the treasury or the desk supplied it.   *
      *****************************************************************
        Load-Rate-Pairs.
           OPEN INPUT FxRateFile
           IF NOT FxRateOK
             DISPLAY "FxPull: no FXRATES file yet, rc=" FxRateStatus
             MOVE "Y" to FxEOF-Switch
           END-IF
           PERFORM Read-FX-Rate
           PERFORM Note-One-Rate-Row
                   UNTIL NoMoreFxRates
           IF FxRateOK
             CLOSE FxRateFile
           END-IF.

        Read-FX-Rate.
           IF NOT NoMoreFxRates
             READ FxRateFile
                 AT END
                     MOVE "Y" to FxEOF-Switch
             END-READ
           END-IF.

        Note-One-Rate-Row.
           MOVE FX-From-Currency to Work-From-Currency
           MOVE FX-To-Currency   to Work-To-Currency
           PERFORM Find-Pair-Slot
           IF Pair-Found-Index > ZERO
                AND FX-Effective-Date = Business-Date
             IF FX-From-Treasury
               SET PT-Pulled-For-Date (Pair-Found-Index) to TRUE
             ELSE
               IF NOT PT-Pulled-For-Date (Pair-Found-Index)
                 SET PT-Keyed-For-Date (Pair-Found-Index) to TRUE
               END-IF
             END-IF
           END-IF
           PERFORM Read-FX-Rate.

      *****************************************************************
      * Each non-base currency carried on an open account needs its  *
      * rate to the base, whether or not the file has ever had one.  *
      *****************************************************************
        Load-Master-Currencies.
           OPEN INPUT AcctMasterFile
           IF NOT AcctMasterOK
             DISPLAY "FxPull: unable to open ACCTMAST, only the pairs "
                     "on FXRATES pulled, rc=" AcctMasterStatus
             MOVE "Y" to MasterEOF-Switch
           END-IF
           PERFORM Read-Master
           PERFORM Note-One-Currency
                   UNTIL NoMoreMasterRecords
           IF AcctMasterOK
             CLOSE AcctMasterFile
           END-IF.

        Read-Master.
           IF NOT NoMoreMasterRecords
             READ AcctMasterFile NEXT RECORD
                 AT END
                     MOVE "Y" to MasterEOF-Switch
             END-READ
           END-IF.

        Note-One-Currency.
           IF Master-Currency-Code NOT = Base-Currency
                AND Master-Currency-Code NOT = SPACES
                AND NOT Master-Status-Closed
             MOVE Master-Currency-Code to Work-From-Currency
             MOVE Base-Currency        to Work-To-Currency
             PERFORM Find-Pair-Slot
           END-IF
           PERFORM Read-Master.

        Find-Pair-Slot.
           MOVE "N" to PairMatch-Switch
           MOVE ZERO to Pair-Found-Index
           PERFORM Match-One-Pair
                   VARYING Pair-Search FROM 1 BY 1
                   UNTIL Pair-Search > PairCount
                      OR PairSlotMatched
           IF NOT PairSlotMatched
             IF PairCount < 200
               ADD 1 to PairCount
               MOVE Work-From-Currency to PT-From (PairCount)
               MOVE Work-To-Currency   to PT-To (PairCount)
               SET PT-None-For-Date (PairCount) to TRUE
               MOVE PairCount to Pair-Found-Index
             ELSE
               DISPLAY "FxPull: pair table full, pair "
                       Work-From-Currency "/" Work-To-Currency
                       " not pulled"
             END-IF
           END-IF.

        Match-One-Pair.
           IF PT-From (Pair-Search) = Work-From-Currency
                AND PT-To (Pair-Search) = Work-To-Currency
             MOVE Pair-Search to Pair-Found-Index
             SET PairSlotMatched to TRUE
           END-IF.

      *****************************************************************
      * SQLPrepare the rate SELECT once, bind its three parameter     *
      * markers and two result columns; the loop refreshes the        *
      * parameter buffers and re-executes.                             *
      *****************************************************************
        Prepare-Rate-Query.
           CALL "SQLPrepare" USING BY VALUE     Hstmt
                                   BY REFERENCE RateQueryText
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
                                  BY VALUE     3
                                  BY VALUE     0
                                  BY REFERENCE ParamFromCcy
                                  BY VALUE     3
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           CALL "SQLBindParameter" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     2
                                  BY VALUE     SQL-PARAM-INPUT
                                  BY VALUE     SQL-C-CHAR
                                  BY VALUE     SQL-CHAR
                                  BY VALUE     3
                                  BY VALUE     0
                                  BY REFERENCE ParamToCcy
                                  BY VALUE     3
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           CALL "SQLBindParameter" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     3
                                  BY VALUE     SQL-PARAM-INPUT
                                  BY VALUE     SQL-C-LONG
                                  BY VALUE     SQL-INTEGER
                                  BY VALUE     9
                                  BY VALUE     0
                                  BY REFERENCE ParamRateDate
                                  BY VALUE     4
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
                                  BY REFERENCE Treasury-Rate-Millionths
                                  BY VALUE     4
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           CALL "SQLBindCol" USING
                                  BY VALUE     Hstmt
                                  BY VALUE     2
                                  BY VALUE     SQL-C-CHAR
                                  BY REFERENCE Treasury-Timestamp
                                  BY VALUE     20
                                  BY REFERENCE OMITTED
                             RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLBindCol treasury columns" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF.

      *****************************************************************
      * One pair: a pair already pulled for the date is left alone;  *
      * otherwise fetch the treasury's close and append it -- behind *
      * any rate the desk keyed, so the treasury's is the one taken. *
      * No row means the treasury has not published the pair.        *
      *****************************************************************
        Pull-One-Pair.
           MOVE PT-From (Pair-Search) to D-From
           MOVE PT-To (Pair-Search)   to D-To
           MOVE ZERO   to D-Rate
           MOVE SPACES to D-Published-Date
           MOVE SPACES to D-Published-Time
           IF PT-Pulled-For-Date (Pair-Search)
             ADD 1 to PairsAlreadyLoaded
             MOVE "ALREADY LOADED FROM TREASURY" to D-Result
             MOVE Detail-Line to Report-Line
             WRITE Report-Line
             EXIT PARAGRAPH
           END-IF

           MOVE PT-From (Pair-Search) to ParamFromCcy
           MOVE PT-To (Pair-Search)   to ParamToCcy
           MOVE Business-Date         to ParamRateDate
           MOVE ZERO   to Treasury-Rate-Millionths
           MOVE SPACES to Treasury-Timestamp
           CALL "SQLExecute" USING BY VALUE Hstmt
                              RETURNING SQL-RC
           IF SQL-RC NOT = SQL-SUCCESS
             MOVE "SQLExecute" to SQL-stmt
             MOVE SQL-HANDLE-STMT to DiagHandleType
             SET DiagHandle to Hstmt
             PERFORM SQLDiag-Function
           END-IF

           CALL "SQLFetch" USING BY VALUE Hstmt
                            RETURNING SQL-RC
           EVALUATE TRUE
             WHEN SQL-RC = SQL-SUCCESS
               OR SQL-RC = SQL-SUCCESS-WITH-INFO
               ADD 1 to PairsPublished
               PERFORM Append-Treasury-Rate
             WHEN SQL-RC = SQL-NO-DATA-FOUND
               ADD 1 to PairsNotPublished
               IF PT-Keyed-For-Date (Pair-Search)
                 MOVE "NOT PUBLISHED - KEYED RATE KEPT" to D-Result
               ELSE
                 MOVE "NOT PUBLISHED BY TREASURY" to D-Result
               END-IF
             WHEN OTHER
               MOVE "SQLFetch" to SQL-stmt
               MOVE SQL-HANDLE-STMT to DiagHandleType
               SET DiagHandle to Hstmt
               PERFORM SQLDiag-Function
               ADD 1 to PairsNotPublished
               MOVE "NOT PUBLISHED BY TREASURY" to D-Result
           END-EVALUATE

           CALL "SQLFreeStmt" USING BY VALUE Hstmt
                                    BY VALUE SQL-CLOSE
                              RETURNING      SQL-RC

           MOVE Detail-Line to Report-Line
           WRITE Report-Line.

        Append-Treasury-Rate.
           MOVE TS-Year   to TD-Year
           MOVE TS-Month  to TD-Month
           MOVE TS-Day    to TD-Day
           MOVE TS-Hour   to TT-Hour
           MOVE TS-Minute to TT-Minute
           MOVE TS-Second to TT-Second
           MOVE Treasury-Date to D-Published-Date
           MOVE Treasury-Time to D-Published-Time
      *  a zero or negative close is a treasury data problem, never a
      *  rate -- the desk keys that pair as before
           IF Treasury-Rate-Millionths NOT > ZERO
             ADD 1 to PairsRejected
             MOVE "REJECTED - RATE NOT POSITIVE" to D-Result
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES to FX-Rate-Record
           MOVE PT-From (Pair-Search) to FX-From-Currency
           MOVE PT-To (Pair-Search)   to FX-To-Currency
           MOVE Business-Date         to FX-Effective-Date
           COMPUTE FX-Rate = Treasury-Rate-Millionths / 1000000
           SET FX-From-Treasury to TRUE
           IF Treasury-Date IS NUMERIC
             MOVE Treasury-Date to FX-Source-Date
           ELSE
             MOVE ZERO to FX-Source-Date
           END-IF
           IF Treasury-Time IS NUMERIC
             MOVE Treasury-Time to FX-Source-Time
           ELSE
             MOVE ZERO to FX-Source-Time
           END-IF
           WRITE FX-Rate-Record
           IF NOT FxRateOK
             DISPLAY "FxPull: FXRATES write failed, rc=" FxRateStatus
                     ", pair " PT-From (Pair-Search) "/"
                     PT-To (Pair-Search)
             ADD 1 to PairsRejected
             MOVE "REJECTED - FXRATES WRITE FAILED" to D-Result
             EXIT PARAGRAPH
           END-IF
           MOVE FX-Rate to D-Rate
           ADD 1 to PairsLoaded
           IF PT-Keyed-For-Date (Pair-Search)
             MOVE "LOADED - REPLACES KEYED RATE" to D-Result
           ELSE
             MOVE "LOADED" to D-Result
           END-IF
           SET PT-Pulled-For-Date (Pair-Search) to TRUE.

      *  copy predefined COBOL ODBC calls which are performed
           COPY "odbc3p.cpy".
      *******************************************************
      * End of FXPULL.CBL                                    *
      *******************************************************
