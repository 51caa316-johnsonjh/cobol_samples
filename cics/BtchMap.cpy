      ******************************************************************
      * BTCHMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the BTCHMAP mapset (see BtchMap.bms), as     *
      * assembled by BMS.  TELLBCHI is the input map TellBtch.cbl     *
      * RECEIVEs into; TELLBCHO redefines it for the fields TellBtch  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in BtchMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLBCHI.
           05  FILLER                    PIC X(12).
           05  TITLE1L                   COMP PIC S9(4).
           05  TITLE1F                   PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A               PIC X.
           05  TITLE1I                   PIC X(31).
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
           05  BDATLL                    COMP PIC S9(4).
           05  BDATLF                    PIC X.
           05  FILLER REDEFINES BDATLF.
               10  BDATLA                PIC X.
           05  BDATLI                    PIC X(15).
           05  BDATEL                    COMP PIC S9(4).
           05  BDATEF                    PIC X.
           05  FILLER REDEFINES BDATEF.
               10  BDATEA                PIC X.
           05  BDATEI                    PIC X(10).
           05  POSTLL                    COMP PIC S9(4).
           05  POSTLF                    PIC X.
           05  FILLER REDEFINES POSTLF.
               10  POSTLA                PIC X.
           05  POSTLI                    PIC X(15).
           05  POSTSTL                   COMP PIC S9(4).
           05  POSTSTF                   PIC X.
           05  FILLER REDEFINES POSTSTF.
               10  POSTSTA               PIC X.
           05  POSTSTI                   PIC X(50).
           05  NHDRL                     COMP PIC S9(4).
           05  NHDRF                     PIC X.
           05  FILLER REDEFINES NHDRF.
               10  NHDRA                 PIC X.
           05  NHDRI                     PIC X(15).
           05  NSTLL                     COMP PIC S9(4).
           05  NSTLF                     PIC X.
           05  FILLER REDEFINES NSTLF.
               10  NSTLA                 PIC X.
           05  NSTLI                     PIC X(15).
           05  NSTATL                    COMP PIC S9(4).
           05  NSTATF                    PIC X.
           05  FILLER REDEFINES NSTATF.
               10  NSTATA                PIC X.
           05  NSTATI                    PIC X(50).
           05  NLSLL                     COMP PIC S9(4).
           05  NLSLF                     PIC X.
           05  FILLER REDEFINES NLSLF.
               10  NLSLA                 PIC X.
           05  NLSLI                     PIC X(15).
           05  NLASTL                    COMP PIC S9(4).
           05  NLASTF                    PIC X.
           05  FILLER REDEFINES NLASTF.
               10  NLASTA                PIC X.
           05  NLASTI                    PIC X(50).
           05  NCSLL                     COMP PIC S9(4).
           05  NCSLF                     PIC X.
           05  FILLER REDEFINES NCSLF.
               10  NCSLA                 PIC X.
           05  NCSLI                     PIC X(15).
           05  NCURL                     COMP PIC S9(4).
           05  NCURF                     PIC X.
           05  FILLER REDEFINES NCURF.
               10  NCURA                 PIC X.
           05  NCURI                     PIC X(50).
           05  NELLL                     COMP PIC S9(4).
           05  NELLF                     PIC X.
           05  FILLER REDEFINES NELLF.
               10  NELLA                 PIC X.
           05  NELLI                     PIC X(15).
           05  NELAPL                    COMP PIC S9(4).
           05  NELAPF                    PIC X.
           05  FILLER REDEFINES NELAPF.
               10  NELAPA                PIC X.
           05  NELAPI                    PIC X(50).
           05  NRPLL                     COMP PIC S9(4).
           05  NRPLF                     PIC X.
           05  FILLER REDEFINES NRPLF.
               10  NRPLA                 PIC X.
           05  NRPLI                     PIC X(15).
           05  NREOPL                    COMP PIC S9(4).
           05  NREOPF                    PIC X.
           05  FILLER REDEFINES NREOPF.
               10  NREOPA                PIC X.
           05  NREOPI                    PIC X(50).
           05  MHDRL                     COMP PIC S9(4).
           05  MHDRF                     PIC X.
           05  FILLER REDEFINES MHDRF.
               10  MHDRA                 PIC X.
           05  MHDRI                     PIC X(15).
           05  MSTLL                     COMP PIC S9(4).
           05  MSTLF                     PIC X.
           05  FILLER REDEFINES MSTLF.
               10  MSTLA                 PIC X.
           05  MSTLI                     PIC X(15).
           05  MSTATL                    COMP PIC S9(4).
           05  MSTATF                    PIC X.
           05  FILLER REDEFINES MSTATF.
               10  MSTATA                PIC X.
           05  MSTATI                    PIC X(50).
           05  MLSLL                     COMP PIC S9(4).
           05  MLSLF                     PIC X.
           05  FILLER REDEFINES MLSLF.
               10  MLSLA                 PIC X.
           05  MLSLI                     PIC X(15).
           05  MLASTL                    COMP PIC S9(4).
           05  MLASTF                    PIC X.
           05  FILLER REDEFINES MLASTF.
               10  MLASTA                PIC X.
           05  MLASTI                    PIC X(50).
           05  MCSLL                     COMP PIC S9(4).
           05  MCSLF                     PIC X.
           05  FILLER REDEFINES MCSLF.
               10  MCSLA                 PIC X.
           05  MCSLI                     PIC X(15).
           05  MCURL                     COMP PIC S9(4).
           05  MCURF                     PIC X.
           05  FILLER REDEFINES MCURF.
               10  MCURA                 PIC X.
           05  MCURI                     PIC X(50).
           05  MELLL                     COMP PIC S9(4).
           05  MELLF                     PIC X.
           05  FILLER REDEFINES MELLF.
               10  MELLA                 PIC X.
           05  MELLI                     PIC X(15).
           05  MELAPL                    COMP PIC S9(4).
           05  MELAPF                    PIC X.
           05  FILLER REDEFINES MELAPF.
               10  MELAPA                PIC X.
           05  MELAPI                    PIC X(50).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLBCHO REDEFINES TELLBCHI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(31).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  BDATLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  BDATEO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  POSTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  POSTSTO                   PIC X(50).
           05  FILLER                    PIC X(3).
           05  NHDRO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  NSTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  NSTATO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  NLSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  NLASTO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  NCSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  NCURO                     PIC X(50).
           05  FILLER                    PIC X(3).
           05  NELLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  NELAPO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  NRPLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  NREOPO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  MHDRO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  MSTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  MSTATO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  MLSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  MLASTO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  MCSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  MCURO                     PIC X(50).
           05  FILLER                    PIC X(3).
           05  MELLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  MELAPO                    PIC X(50).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of BTCHMAP.CPY  *
      ***********************
