      ******************************************************************
      * SIGNMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the SIGNMAP mapset (see SignMap.bms), as     *
      * assembled by BMS.  TELLSGNI is the input map TellSign.cbl     *
      * RECEIVEs into; TELLSGNO redefines it for the fields TellSign  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in SignMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLSGNI.
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
           05  SHDRL                     COMP PIC S9(4).
           05  SHDRF                     PIC X.
           05  FILLER REDEFINES SHDRF.
               10  SHDRA                 PIC X.
           05  SHDRI                     PIC X(51).
           05  S1L                       COMP PIC S9(4).
           05  S1F                       PIC X.
           05  FILLER REDEFINES S1F.
               10  S1A                   PIC X.
           05  S1I                       PIC X(51).
           05  S2L                       COMP PIC S9(4).
           05  S2F                       PIC X.
           05  FILLER REDEFINES S2F.
               10  S2A                   PIC X.
           05  S2I                       PIC X(51).
           05  S3L                       COMP PIC S9(4).
           05  S3F                       PIC X.
           05  FILLER REDEFINES S3F.
               10  S3A                   PIC X.
           05  S3I                       PIC X(51).
           05  S4L                       COMP PIC S9(4).
           05  S4F                       PIC X.
           05  FILLER REDEFINES S4F.
               10  S4A                   PIC X.
           05  S4I                       PIC X(51).
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
           05  SEQNOI                    PIC X(2).
           05  TYPELL                    COMP PIC S9(4).
           05  TYPELF                    PIC X.
           05  FILLER REDEFINES TYPELF.
               10  TYPELA                PIC X.
           05  TYPELI                    PIC X(15).
           05  SGTYPEL                   COMP PIC S9(4).
           05  SGTYPEF                   PIC X.
           05  FILLER REDEFINES SGTYPEF.
               10  SGTYPEA               PIC X.
           05  SGTYPEI                   PIC X(1).
           05  CUSTLL                    COMP PIC S9(4).
           05  CUSTLF                    PIC X.
           05  FILLER REDEFINES CUSTLF.
               10  CUSTLA                PIC X.
           05  CUSTLI                    PIC X(15).
           05  CUSTNOL                   COMP PIC S9(4).
           05  CUSTNOF                   PIC X.
           05  FILLER REDEFINES CUSTNOF.
               10  CUSTNOA               PIC X.
           05  CUSTNOI                   PIC X(6).
           05  EFFLL                     COMP PIC S9(4).
           05  EFFLF                     PIC X.
           05  FILLER REDEFINES EFFLF.
               10  EFFLA                 PIC X.
           05  EFFLI                     PIC X(15).
           05  EFFDTL                    COMP PIC S9(4).
           05  EFFDTF                    PIC X.
           05  FILLER REDEFINES EFFDTF.
               10  EFFDTA                PIC X.
           05  EFFDTI                    PIC X(8).
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
           05  LIMLL                     COMP PIC S9(4).
           05  LIMLF                     PIC X.
           05  FILLER REDEFINES LIMLF.
               10  LIMLA                 PIC X.
           05  LIMLI                     PIC X(15).
           05  LIMITL                    COMP PIC S9(4).
           05  LIMITF                    PIC X.
           05  FILLER REDEFINES LIMITF.
               10  LIMITA                PIC X.
           05  LIMITI                    PIC X(9).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLSGNO REDEFINES TELLSGNI.
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
           05  SHDRO                     PIC X(51).
           05  FILLER                    PIC X(3).
           05  S1O                       PIC X(51).
           05  FILLER                    PIC X(3).
           05  S2O                       PIC X(51).
           05  FILLER                    PIC X(3).
           05  S3O                       PIC X(51).
           05  FILLER                    PIC X(3).
           05  S4O                       PIC X(51).
           05  FILLER                    PIC X(3).
           05  ACTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  SEQLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  SEQNOO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  TYPELO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  SGTYPEO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  CUSTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  EFFLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  EFFDTO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  EXPLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  EXPDTO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  LIMLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  LIMITO                    PIC X(9).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of SIGNMAP.CPY  *
      ***********************
