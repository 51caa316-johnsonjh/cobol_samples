      * and Consolidated rows whose business date has aged past the   *
      * JRNLKEEP retention window (default 90 days) become Purged so  *
      * operations knows which physical generations can be deleted.   *
      * While any legal hold is in force (LegalChk) no generation is  *
      * marked Purged -- a generation carries every account's day --  *
      * and each one kept is logged for the hold report.               *
      * The consolidated record count is balanced against the sum of  *
      * the registry counts, so a generation missing from the         *
      * concatenation is caught rather than silently dropped.         *
       01  RegisteredCount        pic 9(9) value zero.
       01  GensConsolidated       pic 9(5) value zero.
       01  GensPurged             pic 9(5) value zero.
       01  GensLegallyHeld        pic 9(5) value zero.
       01  Legal-Program-Id       pic X(08) value "JrnlCons".
       01  Legal-Item-Code        pic X(08) value "JRNLGENS".
       01  Legal-No-Account       pic 9(6) value zero.
       01  Legal-Held-Switch      pic X(01) value "N".
           88 GenerationLegallyHeld  value "Y".
       01  Legal-Matter-Ref       pic X(12) value spaces.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
       1000-Initialize.
           Display "JrnlCons: journal consolidation starting"
           Call "GetBusDate" using Business-Date
           Move "JrnlCons" to Parm-Req-Program
           Move Retention-Days to Retention-Env-Value
           Move "JRNLKEEP" to Parm-Req-Name
           Move Retention-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Retention-Env-Value
           If Retention-Env-Value is numeric
                 and Retention-Env-Value not = "0000"
              Move Retention-Env-Value to Retention-Days
      * Rewrites the registry in place: Active rows (whose counts are *
      * tallied against what was actually consolidated) turn          *
      * Consolidated; Consolidated rows older than the retention      *
      * window turn Purged unless a legal hold keeps them.             *
      *****************************************************************
       3000-Update-Registry.
           If ConcatFilesOpened
                   Compute Gen-DayCount =
                       Function Integer-Of-Date(Gen-Business-Date)
                   If Gen-DayCount < Cutoff-DayCount
                      Call "LegalChk" using Legal-Program-Id
                                            Legal-Item-Code
                                            Legal-No-Account
                                            Gen-Business-Date
                                            Legal-Held-Switch
                                            Legal-Matter-Ref
                      If GenerationLegallyHeld
                         Add 1 to GensLegallyHeld
                      Else
                         Set Gen-Purged to true
                         Rewrite Journal-Generation-Record
                         Add 1 to GensPurged
                      End-If
                   End-If
               When Other
                   Continue
       9000-Terminate.
           Display "JrnlCons: consolidated=" RecordsConsolidated
                   " generations=" GensConsolidated
                   " purged=" GensPurged
                   " legal-hold=" GensLegallyHeld.

       End program "JrnlCons".
