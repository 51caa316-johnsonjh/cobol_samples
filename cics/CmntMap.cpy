      ******************************************************************
      * CMNTMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the CMNTMAP mapset (see CmntMap.bms), as     *
      * assembled by BMS.  TELLCMTI is the input map TellCust.cbl     *
      * RECEIVEs into; TELLCMTO redefines it for the fields TellCust  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in CmntMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLCMTI.
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
           05  APPRLL                    COMP PIC S9(4).
           05  APPRLF                    PIC X.
           05  FILLER REDEFINES APPRLF.
               10  APPRLA                PIC X.
           05  APPRLI                    PIC X(15).
           05  APPRIDL                   COMP PIC S9(4).
           05  APPRIDF                   PIC X.
           05  FILLER REDEFINES APPRIDF.
               10  APPRIDA               PIC X.
           05  APPRIDI                   PIC X(8).
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
           05  DLVLL                     COMP PIC S9(4).
           05  DLVLF                     PIC X.
           05  FILLER REDEFINES DLVLF.
               10  DLVLA                 PIC X.
           05  DLVLI                     PIC X(15).
           05  DELIVL                    COMP PIC S9(4).
           05  DELIVF                    PIC X.
           05  FILLER REDEFINES DELIVF.
               10  DELIVA                PIC X.
           05  DELIVI                    PIC X(1).
           05  DLVHL                     COMP PIC S9(4).
           05  DLVHF                     PIC X.
           05  FILLER REDEFINES DLVHF.
               10  DLVHA                 PIC X.
           05  DLVHI                     PIC X(30).
           05  STSLL                     COMP PIC S9(4).
           05  STSLF                     PIC X.
           05  FILLER REDEFINES STSLF.
               10  STSLA                 PIC X.
           05  STSLI                     PIC X(15).
           05  CSTATL                    COMP PIC S9(4).
           05  CSTATF                    PIC X.
           05  FILLER REDEFINES CSTATF.
               10  CSTATA                PIC X.
           05  CSTATI                    PIC X(40).
           05  ASOFLL                    COMP PIC S9(4).
           05  ASOFLF                    PIC X.
           05  FILLER REDEFINES ASOFLF.
               10  ASOFLA                PIC X.
           05  ASOFLI                    PIC X(15).
           05  ASOFDTL                   COMP PIC S9(4).
           05  ASOFDTF                   PIC X.
           05  FILLER REDEFINES ASOFDTF.
               10  ASOFDTA               PIC X.
           05  ASOFDTI                   PIC X(8).
           05  ASOF1L                    COMP PIC S9(4).
           05  ASOF1F                    PIC X.
           05  FILLER REDEFINES ASOF1F.
               10  ASOF1A                PIC X.
           05  ASOF1I                    PIC X(79).
           05  ASOF2L                    COMP PIC S9(4).
           05  ASOF2F                    PIC X.
           05  FILLER REDEFINES ASOF2F.
               10  ASOF2A                PIC X.
           05  ASOF2I                    PIC X(79).
           05  HHDRL                     COMP PIC S9(4).
           05  HHDRF                     PIC X.
           05  FILLER REDEFINES HHDRF.
               10  HHDRA                 PIC X.
           05  HHDRI                     PIC X(79).
           05  H1L                       COMP PIC S9(4).
           05  H1F                       PIC X.
           05  FILLER REDEFINES H1F.
               10  H1A                   PIC X.
           05  H1I                       PIC X(79).
           05  H2L                       COMP PIC S9(4).
           05  H2F                       PIC X.
           05  FILLER REDEFINES H2F.
               10  H2A                   PIC X.
           05  H2I                       PIC X(79).
           05  H3L                       COMP PIC S9(4).
           05  H3F                       PIC X.
           05  FILLER REDEFINES H3F.
               10  H3A                   PIC X.
           05  H3I                       PIC X(79).
           05  H4L                       COMP PIC S9(4).
           05  H4F                       PIC X.
           05  FILLER REDEFINES H4F.
               10  H4A                   PIC X.
           05  H4I                       PIC X(79).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLCMTO REDEFINES TELLCMTI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(31).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  APPRLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  APPRIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  CUSTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  ACTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
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
           05  DLVLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  DELIVO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  DLVHO                     PIC X(30).
           05  FILLER                    PIC X(3).
           05  STSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  CSTATO                    PIC X(40).
           05  FILLER                    PIC X(3).
           05  ASOFLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ASOFDTO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ASOF1O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  ASOF2O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  HHDRO                     PIC X(79).
           05  FILLER                    PIC X(3).
           05  H1O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  H2O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  H3O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  H4O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of CMNTMAP.CPY  *
      ***********************
