      ******************************************************************
      * MEMOMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the MEMOMAP mapset (see MemoMap.bms), as     *
      * assembled by BMS.  TELLMEMI is the input map TellMemo.cbl     *
      * RECEIVEs into; TELLMEMO redefines it for the fields TellMemo  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in MemoMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLMEMI.
           05  FILLER                    PIC X(12).
           05  TITLE1L                   COMP PIC S9(4).
           05  TITLE1F                   PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A               PIC X.
           05  TITLE1I                   PIC X(30).
           05  OPERLL                    COMP PIC S9(4).
           05  OPERLF                    PIC X.
           05  FILLER REDEFINES OPERLF.
               10  OPERLA                PIC X.
           05  OPERLI                    PIC X(15).
           05  OPERIDL                   COMP PIC S9(4).
           05  OPERIDF                   PIC X.
           05  FILLER REDEFINES OPERIDF.
               10  OPERIDA               PIC X.
           05  OPERIDI                   PIC X(8).
           05  ACCTLL                    COMP PIC S9(4).
           05  ACCTLF                    PIC X.
           05  FILLER REDEFINES ACCTLF.
               10  ACCTLA                PIC X.
           05  ACCTLI                    PIC X(15).
           05  ACCTNOL                   COMP PIC S9(4).
           05  ACCTNOF                   PIC X.
           05  FILLER REDEFINES ACCTNOF.
               10  ACCTNOA               PIC X.
           05  ACCTNOI                   PIC X(6).
           05  LHDRL                     COMP PIC S9(4).
           05  LHDRF                     PIC X.
           05  FILLER REDEFINES LHDRF.
               10  LHDRA                 PIC X.
           05  LHDRI                     PIC X(79).
           05  L1L                       COMP PIC S9(4).
           05  L1F                       PIC X.
           05  FILLER REDEFINES L1F.
               10  L1A                   PIC X.
           05  L1I                       PIC X(79).
           05  L2L                       COMP PIC S9(4).
           05  L2F                       PIC X.
           05  FILLER REDEFINES L2F.
               10  L2A                   PIC X.
           05  L2I                       PIC X(79).
           05  L3L                       COMP PIC S9(4).
           05  L3F                       PIC X.
           05  FILLER REDEFINES L3F.
               10  L3A                   PIC X.
           05  L3I                       PIC X(79).
           05  L4L                       COMP PIC S9(4).
           05  L4F                       PIC X.
           05  FILLER REDEFINES L4F.
               10  L4A                   PIC X.
           05  L4I                       PIC X(79).
           05  L5L                       COMP PIC S9(4).
           05  L5F                       PIC X.
           05  FILLER REDEFINES L5F.
               10  L5A                   PIC X.
           05  L5I                       PIC X(79).
           05  L6L                       COMP PIC S9(4).
           05  L6F                       PIC X.
           05  FILLER REDEFINES L6F.
               10  L6A                   PIC X.
           05  L6I                       PIC X(79).
           05  L7L                       COMP PIC S9(4).
           05  L7F                       PIC X.
           05  FILLER REDEFINES L7F.
               10  L7A                   PIC X.
           05  L7I                       PIC X(79).
           05  L8L                       COMP PIC S9(4).
           05  L8F                       PIC X.
           05  FILLER REDEFINES L8F.
               10  L8A                   PIC X.
           05  L8I                       PIC X(79).
           05  ACTLL                     COMP PIC S9(4).
           05  ACTLF                     PIC X.
           05  FILLER REDEFINES ACTLF.
               10  ACTLA                 PIC X.
           05  ACTLI                     PIC X(15).
           05  ACTIONL                   COMP PIC S9(4).
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA               PIC X.
           05  ACTIONI                   PIC X(1).
           05  SEQLL                     COMP PIC S9(4).
           05  SEQLF                     PIC X.
           05  FILLER REDEFINES SEQLF.
               10  SEQLA                 PIC X.
           05  SEQLI                     PIC X(15).
           05  SEQNOL                    COMP PIC S9(4).
           05  SEQNOF                    PIC X.
           05  FILLER REDEFINES SEQNOF.
               10  SEQNOA                PIC X.
           05  SEQNOI                    PIC X(3).
           05  SEVLL                     COMP PIC S9(4).
           05  SEVLF                     PIC X.
           05  FILLER REDEFINES SEVLF.
               10  SEVLA                 PIC X.
           05  SEVLI                     PIC X(15).
           05  SEVL                      COMP PIC S9(4).
           05  SEVF                      PIC X.
           05  FILLER REDEFINES SEVF.
               10  SEVA                  PIC X.
           05  SEVI                      PIC X(1).
           05  TEXTLL                    COMP PIC S9(4).
           05  TEXTLF                    PIC X.
           05  FILLER REDEFINES TEXTLF.
               10  TEXTLA                PIC X.
           05  TEXTLI                    PIC X(15).
           05  MTEXTL                    COMP PIC S9(4).
           05  MTEXTF                    PIC X.
           05  FILLER REDEFINES MTEXTF.
               10  MTEXTA                PIC X.
           05  MTEXTI                    PIC X(50).
           05  EXPLL                     COMP PIC S9(4).
           05  EXPLF                     PIC X.
           05  FILLER REDEFINES EXPLF.
               10  EXPLA                 PIC X.
           05  EXPLI                     PIC X(15).
           05  EXPDTL                    COMP PIC S9(4).
           05  EXPDTF                    PIC X.
           05  FILLER REDEFINES EXPDTF.
               10  EXPDTA                PIC X.
           05  EXPDTI                    PIC X(8).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLMEMO REDEFINES TELLMEMI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACCTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACCTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  LHDRO                     PIC X(79).
           05  FILLER                    PIC X(3).
           05  L1O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L2O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L3O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L4O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L5O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L6O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L7O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  L8O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  ACTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  SEQLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  SEQNOO                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  SEVLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  SEVO                      PIC X(1).
           05  FILLER                    PIC X(3).
           05  TEXTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  MTEXTO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  EXPLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  EXPDTO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of MEMOMAP.CPY  *
      ***********************
