      ******************************************************************
      * OPENMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the OPENMAP mapset (see OpenMap.bms), as     *
      * assembled by BMS.  TELLOPNI is the input map TellOpen.cbl     *
      * RECEIVEs into; TELLOPNO redefines it for the fields TellOpen  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in OpenMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLOPNI.
           05  FILLER                    PIC X(12).
           05  TITLE1L                   COMP PIC S9(4).
           05  TITLE1F                   PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A               PIC X.
           05  TITLE1I                   PIC X(26).
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
           05  CUSTHL                    COMP PIC S9(4).
           05  CUSTHF                    PIC X.
           05  FILLER REDEFINES CUSTHF.
               10  CUSTHA                PIC X.
           05  CUSTHI                    PIC X(40).
           05  NAMELL                    COMP PIC S9(4).
           05  NAMELF                    PIC X.
           05  FILLER REDEFINES NAMELF.
               10  NAMELA                PIC X.
           05  NAMELI                    PIC X(15).
           05  CNAMEL                    COMP PIC S9(4).
           05  CNAMEF                    PIC X.
           05  FILLER REDEFINES CNAMEF.
               10  CNAMEA                PIC X.
           05  CNAMEI                    PIC X(20).
           05  ADR1LL                    COMP PIC S9(4).
           05  ADR1LF                    PIC X.
           05  FILLER REDEFINES ADR1LF.
               10  ADR1LA                PIC X.
           05  ADR1LI                    PIC X(15).
           05  ADDR1L                    COMP PIC S9(4).
           05  ADDR1F                    PIC X.
           05  FILLER REDEFINES ADDR1F.
               10  ADDR1A                PIC X.
           05  ADDR1I                    PIC X(30).
           05  ADR2LL                    COMP PIC S9(4).
           05  ADR2LF                    PIC X.
           05  FILLER REDEFINES ADR2LF.
               10  ADR2LA                PIC X.
           05  ADR2LI                    PIC X(15).
           05  ADDR2L                    COMP PIC S9(4).
           05  ADDR2F                    PIC X.
           05  FILLER REDEFINES ADDR2F.
               10  ADDR2A                PIC X.
           05  ADDR2I                    PIC X(30).
           05  CITYLL                    COMP PIC S9(4).
           05  CITYLF                    PIC X.
           05  FILLER REDEFINES CITYLF.
               10  CITYLA                PIC X.
           05  CITYLI                    PIC X(15).
           05  CITYL                     COMP PIC S9(4).
           05  CITYF                     PIC X.
           05  FILLER REDEFINES CITYF.
               10  CITYA                 PIC X.
           05  CITYI                     PIC X(20).
           05  STATLL                    COMP PIC S9(4).
           05  STATLF                    PIC X.
           05  FILLER REDEFINES STATLF.
               10  STATLA                PIC X.
           05  STATLI                    PIC X(6).
           05  STATEL                    COMP PIC S9(4).
           05  STATEF                    PIC X.
           05  FILLER REDEFINES STATEF.
               10  STATEA                PIC X.
           05  STATEI                    PIC X(2).
           05  ZIPLL                     COMP PIC S9(4).
           05  ZIPLF                     PIC X.
           05  FILLER REDEFINES ZIPLF.
               10  ZIPLA                 PIC X.
           05  ZIPLI                     PIC X(4).
           05  ZIPL                      COMP PIC S9(4).
           05  ZIPF                      PIC X.
           05  FILLER REDEFINES ZIPF.
               10  ZIPA                  PIC X.
           05  ZIPI                      PIC X(9).
           05  TAXLL                     COMP PIC S9(4).
           05  TAXLF                     PIC X.
           05  FILLER REDEFINES TAXLF.
               10  TAXLA                 PIC X.
           05  TAXLI                     PIC X(15).
           05  TAXIDL                    COMP PIC S9(4).
           05  TAXIDF                    PIC X.
           05  FILLER REDEFINES TAXIDF.
               10  TAXIDA                PIC X.
           05  TAXIDI                    PIC X(9).
           05  JNTLL                     COMP PIC S9(4).
           05  JNTLF                     PIC X.
           05  FILLER REDEFINES JNTLF.
               10  JNTLA                 PIC X.
           05  JNTLI                     PIC X(15).
           05  JOINTL                    COMP PIC S9(4).
           05  JOINTF                    PIC X.
           05  FILLER REDEFINES JOINTF.
               10  JOINTA                PIC X.
           05  JOINTI                    PIC X(6).
           05  JNTHL                     COMP PIC S9(4).
           05  JNTHF                     PIC X.
           05  FILLER REDEFINES JNTHF.
               10  JNTHA                 PIC X.
           05  JNTHI                     PIC X(40).
           05  KINDLL                    COMP PIC S9(4).
           05  KINDLF                    PIC X.
           05  FILLER REDEFINES KINDLF.
               10  KINDLA                PIC X.
           05  KINDLI                    PIC X(15).
           05  KINDL                     COMP PIC S9(4).
           05  KINDF                     PIC X.
           05  FILLER REDEFINES KINDF.
               10  KINDA                 PIC X.
           05  KINDI                     PIC X(1).
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
           05  FUNDLL                    COMP PIC S9(4).
           05  FUNDLF                    PIC X.
           05  FILLER REDEFINES FUNDLF.
               10  FUNDLA                PIC X.
           05  FUNDLI                    PIC X(15).
           05  FUNDSL                    COMP PIC S9(4).
           05  FUNDSF                    PIC X.
           05  FILLER REDEFINES FUNDSF.
               10  FUNDSA                PIC X.
           05  FUNDSI                    PIC X(1).
           05  NACTLL                    COMP PIC S9(4).
           05  NACTLF                    PIC X.
           05  FILLER REDEFINES NACTLF.
               10  NACTLA                PIC X.
           05  NACTLI                    PIC X(15).
           05  NEWACCTL                  COMP PIC S9(4).
           05  NEWACCTF                  PIC X.
           05  FILLER REDEFINES NEWACCTF.
               10  NEWACCTA              PIC X.
           05  NEWACCTI                  PIC X(6).
           05  NBALLL                    COMP PIC S9(4).
           05  NBALLF                    PIC X.
           05  FILLER REDEFINES NBALLF.
               10  NBALLA                PIC X.
           05  NBALLI                    PIC X(15).
           05  NEWBALL                   COMP PIC S9(4).
           05  NEWBALF                   PIC X.
           05  FILLER REDEFINES NEWBALF.
               10  NEWBALA               PIC X.
           05  NEWBALI                   PIC X(13).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLOPNO REDEFINES TELLOPNI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(26).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  CUSTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  CUSTHO                    PIC X(40).
           05  FILLER                    PIC X(3).
           05  NAMELO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CNAMEO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  ADR1LO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ADDR1O                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  ADR2LO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ADDR2O                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  CITYLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CITYO                     PIC X(20).
           05  FILLER                    PIC X(3).
           05  STATLO                    PIC X(6).
           05  FILLER                    PIC X(3).
           05  STATEO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  ZIPLO                     PIC X(4).
           05  FILLER                    PIC X(3).
           05  ZIPO                      PIC X(9).
           05  FILLER                    PIC X(3).
           05  TAXLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  TAXIDO                    PIC X(9).
           05  FILLER                    PIC X(3).
           05  JNTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  JOINTO                    PIC X(6).
           05  FILLER                    PIC X(3).
           05  JNTHO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  KINDLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  KINDO                     PIC X(1).
           05  FILLER                    PIC X(3).
           05  AMTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  AMOUNTO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  FUNDLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  FUNDSO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  NACTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  NEWACCTO                  PIC X(6).
           05  FILLER                    PIC X(3).
           05  NBALLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  NEWBALO                   PIC X(13).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of OPENMAP.CPY  *
      ***********************
