      ******************************************************************
      * RFNDMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the RFNDMAP mapset (see RfndMap.bms), as     *
      * assembled by BMS.  TELLRFDI is the input map TellRfnd.cbl     *
      * RECEIVEs into; TELLRFDO redefines it for the fields TellRfnd  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in RfndMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLRFDI.
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
           05  FHDRL                     COMP PIC S9(4).
           05  FHDRF                     PIC X.
           05  FILLER REDEFINES FHDRF.
               10  FHDRA                 PIC X.
           05  FHDRI                     PIC X(40).
           05  F1L                       COMP PIC S9(4).
           05  F1F                       PIC X.
           05  FILLER REDEFINES F1F.
               10  F1A                   PIC X.
           05  F1I                       PIC X(40).
           05  F2L                       COMP PIC S9(4).
           05  F2F                       PIC X.
           05  FILLER REDEFINES F2F.
               10  F2A                   PIC X.
           05  F2I                       PIC X(40).
           05  F3L                       COMP PIC S9(4).
           05  F3F                       PIC X.
           05  FILLER REDEFINES F3F.
               10  F3A                   PIC X.
           05  F3I                       PIC X(40).
           05  F4L                       COMP PIC S9(4).
           05  F4F                       PIC X.
           05  FILLER REDEFINES F4F.
               10  F4A                   PIC X.
           05  F4I                       PIC X(40).
           05  F5L                       COMP PIC S9(4).
           05  F5F                       PIC X.
           05  FILLER REDEFINES F5F.
               10  F5A                   PIC X.
           05  F5I                       PIC X(40).
           05  F6L                       COMP PIC S9(4).
           05  F6F                       PIC X.
           05  FILLER REDEFINES F6F.
               10  F6A                   PIC X.
           05  F6I                       PIC X(40).
           05  FDTLL                     COMP PIC S9(4).
           05  FDTLF                     PIC X.
           05  FILLER REDEFINES FDTLF.
               10  FDTLA                 PIC X.
           05  FDTLI                     PIC X(15).
           05  FEEDTL                    COMP PIC S9(4).
           05  FEEDTF                    PIC X.
           05  FILLER REDEFINES FEEDTF.
               10  FEEDTA                PIC X.
           05  FEEDTI                    PIC X(8).
           05  AMTLL                     COMP PIC S9(4).
           05  AMTLF                     PIC X.
           05  FILLER REDEFINES AMTLF.
               10  AMTLA                 PIC X.
           05  AMTLI                     PIC X(15).
           05  AMOUNTL                   COMP PIC S9(4).
           05  AMOUNTF                   PIC X.
           05  FILLER REDEFINES AMOUNTF.
               10  AMOUNTA               PIC X.
           05  AMOUNTI                   PIC X(9).
           05  RSNLL                     COMP PIC S9(4).
           05  RSNLF                     PIC X.
           05  FILLER REDEFINES RSNLF.
               10  RSNLA                 PIC X.
           05  RSNLI                     PIC X(15).
           05  RSNCDL                    COMP PIC S9(4).
           05  RSNCDF                    PIC X.
           05  FILLER REDEFINES RSNCDF.
               10  RSNCDA                PIC X.
           05  RSNCDI                    PIC X(2).
           05  RSNDSCL                   COMP PIC S9(4).
           05  RSNDSCF                   PIC X.
           05  FILLER REDEFINES RSNDSCF.
               10  RSNDSCA               PIC X.
           05  RSNDSCI                   PIC X(30).
           05  RHLPL                     COMP PIC S9(4).
           05  RHLPF                     PIC X.
           05  FILLER REDEFINES RHLPF.
               10  RHLPA                 PIC X.
           05  RHLPI                     PIC X(40).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLRFDO REDEFINES TELLRFDI.
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
           05  FHDRO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  F1O                       PIC X(40).
           05  FILLER                    PIC X(3).
           05  F2O                       PIC X(40).
           05  FILLER                    PIC X(3).
           05  F3O                       PIC X(40).
           05  FILLER                    PIC X(3).
           05  F4O                       PIC X(40).
           05  FILLER                    PIC X(3).
           05  F5O                       PIC X(40).
           05  FILLER                    PIC X(3).
           05  F6O                       PIC X(40).
           05  FILLER                    PIC X(3).
           05  FDTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  FEEDTO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  AMTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  AMOUNTO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  RSNLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  RSNCDO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  RSNDSCO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  RHLPO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of RFNDMAP.CPY  *
      ***********************
