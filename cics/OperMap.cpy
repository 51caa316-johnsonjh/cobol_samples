      ******************************************************************
      * OPERMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the OPERMAP mapset (see OperMap.bms), as     *
      * assembled by BMS.  TELLOPRI is the input map TellOper.cbl     *
      * RECEIVEs into; TELLOPRO redefines it for the fields TellOper  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in OperMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLOPRI.
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
           05  ACTHL                     COMP PIC S9(4).
           05  ACTHF                     PIC X.
           05  FILLER REDEFINES ACTHF.
               10  ACTHA                 PIC X.
           05  ACTHI                     PIC X(55).
           05  TGTLL                     COMP PIC S9(4).
           05  TGTLF                     PIC X.
           05  FILLER REDEFINES TGTLF.
               10  TGTLA                 PIC X.
           05  TGTLI                     PIC X(15).
           05  TARGETL                   COMP PIC S9(4).
           05  TARGETF                   PIC X.
           05  FILLER REDEFINES TARGETF.
               10  TARGETA               PIC X.
           05  TARGETI                   PIC X(8).
           05  NAMELL                    COMP PIC S9(4).
           05  NAMELF                    PIC X.
           05  FILLER REDEFINES NAMELF.
               10  NAMELA                PIC X.
           05  NAMELI                    PIC X(15).
           05  ONAMEL                    COMP PIC S9(4).
           05  ONAMEF                    PIC X.
           05  FILLER REDEFINES ONAMEF.
               10  ONAMEA                PIC X.
           05  ONAMEI                    PIC X(20).
           05  LVLLL                     COMP PIC S9(4).
           05  LVLLF                     PIC X.
           05  FILLER REDEFINES LVLLF.
               10  LVLLA                 PIC X.
           05  LVLLI                     PIC X(15).
           05  OLEVELL                   COMP PIC S9(4).
           05  OLEVELF                   PIC X.
           05  FILLER REDEFINES OLEVELF.
               10  OLEVELA               PIC X.
           05  OLEVELI                   PIC X(1).
           05  LVLHL                     COMP PIC S9(4).
           05  LVLHF                     PIC X.
           05  FILLER REDEFINES LVLHF.
               10  LVLHA                 PIC X.
           05  LVLHI                     PIC X(45).
           05  LIMLL                     COMP PIC S9(4).
           05  LIMLF                     PIC X.
           05  FILLER REDEFINES LIMLF.
               10  LIMLA                 PIC X.
           05  LIMLI                     PIC X(15).
           05  OLIMITL                   COMP PIC S9(4).
           05  OLIMITF                   PIC X.
           05  FILLER REDEFINES OLIMITF.
               10  OLIMITA               PIC X.
           05  OLIMITI                   PIC X(9).
           05  BRNLL                     COMP PIC S9(4).
           05  BRNLF                     PIC X.
           05  FILLER REDEFINES BRNLF.
               10  BRNLA                 PIC X.
           05  BRNLI                     PIC X(15).
           05  OBRNCHL                   COMP PIC S9(4).
           05  OBRNCHF                   PIC X.
           05  FILLER REDEFINES OBRNCHF.
               10  OBRNCHA               PIC X.
           05  OBRNCHI                   PIC X(3).
           05  STSLL                     COMP PIC S9(4).
           05  STSLF                     PIC X.
           05  FILLER REDEFINES STSLF.
               10  STSLA                 PIC X.
           05  STSLI                     PIC X(15).
           05  OSTATL                    COMP PIC S9(4).
           05  OSTATF                    PIC X.
           05  FILLER REDEFINES OSTATF.
               10  OSTATA                PIC X.
           05  OSTATI                    PIC X(20).
           05  SGNLL                     COMP PIC S9(4).
           05  SGNLF                     PIC X.
           05  FILLER REDEFINES SGNLF.
               10  SGNLA                 PIC X.
           05  SGNLI                     PIC X(15).
           05  OSIGNL                    COMP PIC S9(4).
           05  OSIGNF                    PIC X.
           05  FILLER REDEFINES OSIGNF.
               10  OSIGNA                PIC X.
           05  OSIGNI                    PIC X(10).
           05  CUSLL                     COMP PIC S9(4).
           05  CUSLF                     PIC X.
           05  FILLER REDEFINES CUSLF.
               10  CUSLA                 PIC X.
           05  CUSLI                     PIC X(15).
           05  OCUSTL                    COMP PIC S9(4).
           05  OCUSTF                    PIC X.
           05  FILLER REDEFINES OCUSTF.
               10  OCUSTA                PIC X.
           05  OCUSTI                    PIC X(6).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLOPRO REDEFINES TELLOPRI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(31).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  ACTHO                     PIC X(55).
           05  FILLER                    PIC X(3).
           05  TGTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  TARGETO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  NAMELO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ONAMEO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  LVLLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OLEVELO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  LVLHO                     PIC X(45).
           05  FILLER                    PIC X(3).
           05  LIMLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OLIMITO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  BRNLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OBRNCHO                   PIC X(3).
           05  FILLER                    PIC X(3).
           05  STSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OSTATO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  SGNLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OSIGNO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  CUSLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OCUSTO                    PIC X(6).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of OPERMAP.CPY  *
      ***********************
