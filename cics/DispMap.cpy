      ******************************************************************
      * DISPMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the DISPMAP mapset (see DispMap.bms), as     *
      * assembled by BMS.  TELLDSPI is the input map TellDisp.cbl     *
      * RECEIVEs into; TELLDSPO redefines it for the fields TellDisp  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in DispMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLDSPI.
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
           05  ACTHI                     PIC X(40).
           05  CASELL                    COMP PIC S9(4).
           05  CASELF                    PIC X.
           05  FILLER REDEFINES CASELF.
               10  CASELA                PIC X.
           05  CASELI                    PIC X(15).
           05  CASENOL                   COMP PIC S9(4).
           05  CASENOF                   PIC X.
           05  FILLER REDEFINES CASENOF.
               10  CASENOA               PIC X.
           05  CASENOI                   PIC X(6).
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
           05  TDATLL                    COMP PIC S9(4).
           05  TDATLF                    PIC X.
           05  FILLER REDEFINES TDATLF.
               10  TDATLA                PIC X.
           05  TDATLI                    PIC X(15).
           05  TXNDATEL                  COMP PIC S9(4).
           05  TXNDATEF                  PIC X.
           05  FILLER REDEFINES TXNDATEF.
               10  TXNDATEA              PIC X.
           05  TXNDATEI                  PIC X(8).
           05  IREFLL                    COMP PIC S9(4).
           05  IREFLF                    PIC X.
           05  FILLER REDEFINES IREFLF.
               10  IREFLA                PIC X.
           05  IREFLI                    PIC X(15).
           05  ITEMREFL                  COMP PIC S9(4).
           05  ITEMREFF                  PIC X.
           05  FILLER REDEFINES ITEMREFF.
               10  ITEMREFA              PIC X.
           05  ITEMREFI                  PIC X(15).
           05  RSNLL                     COMP PIC S9(4).
           05  RSNLF                     PIC X.
           05  FILLER REDEFINES RSNLF.
               10  RSNLA                 PIC X.
           05  RSNLI                     PIC X(15).
           05  REASONL                   COMP PIC S9(4).
           05  REASONF                   PIC X.
           05  FILLER REDEFINES REASONF.
               10  REASONA               PIC X.
           05  REASONI                   PIC X(30).
           05  ACKLL                     COMP PIC S9(4).
           05  ACKLF                     PIC X.
           05  FILLER REDEFINES ACKLF.
               10  ACKLA                 PIC X.
           05  ACKLI                     PIC X(15).
           05  ACKDUEL                   COMP PIC S9(4).
           05  ACKDUEF                   PIC X.
           05  FILLER REDEFINES ACKDUEF.
               10  ACKDUEA               PIC X.
           05  ACKDUEI                   PIC X(10).
           05  PROVLL                    COMP PIC S9(4).
           05  PROVLF                    PIC X.
           05  FILLER REDEFINES PROVLF.
               10  PROVLA                PIC X.
           05  PROVLI                    PIC X(15).
           05  PROVDUEL                  COMP PIC S9(4).
           05  PROVDUEF                  PIC X.
           05  FILLER REDEFINES PROVDUEF.
               10  PROVDUEA              PIC X.
           05  PROVDUEI                  PIC X(10).
           05  RESLL                     COMP PIC S9(4).
           05  RESLF                     PIC X.
           05  FILLER REDEFINES RESLF.
               10  RESLA                 PIC X.
           05  RESLI                     PIC X(15).
           05  RESDUEL                   COMP PIC S9(4).
           05  RESDUEF                   PIC X.
           05  FILLER REDEFINES RESDUEF.
               10  RESDUEA               PIC X.
           05  RESDUEI                   PIC X(10).
           05  STATLL                    COMP PIC S9(4).
           05  STATLF                    PIC X.
           05  FILLER REDEFINES STATLF.
               10  STATLA                PIC X.
           05  STATLI                    PIC X(15).
           05  STATUSL                   COMP PIC S9(4).
           05  STATUSF                   PIC X.
           05  FILLER REDEFINES STATUSF.
               10  STATUSA               PIC X.
           05  STATUSI                   PIC X(30).
           05  PSTLL                     COMP PIC S9(4).
           05  PSTLF                     PIC X.
           05  FILLER REDEFINES PSTLF.
               10  PSTLA                 PIC X.
           05  PSTLI                     PIC X(15).
           05  PROVSTL                   COMP PIC S9(4).
           05  PROVSTF                   PIC X.
           05  FILLER REDEFINES PROVSTF.
               10  PROVSTA               PIC X.
           05  PROVSTI                   PIC X(30).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLDSPO REDEFINES TELLDSPI.
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
           05  ACTHO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  CASELO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CASENOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  ACCTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACCTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  CUSTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  KINDLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  KINDO                     PIC X(1).
           05  FILLER                    PIC X(3).
           05  AMTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  AMOUNTO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  TDATLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  TXNDATEO                  PIC X(8).
           05  FILLER                    PIC X(3).
           05  IREFLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ITEMREFO                  PIC X(15).
           05  FILLER                    PIC X(3).
           05  RSNLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  REASONO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  ACKLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACKDUEO                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  PROVLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  PROVDUEO                  PIC X(10).
           05  FILLER                    PIC X(3).
           05  RESLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  RESDUEO                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  STATLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  STATUSO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  PSTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  PROVSTO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of DISPMAP.CPY  *
      ***********************
