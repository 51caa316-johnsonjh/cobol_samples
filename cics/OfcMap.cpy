      ******************************************************************
      * OFCMAP.CPY                                                    *
      *----------------------------------------------------------------*
      * Symbolic map for the OFCMAP mapset (see OfcMap.bms), as       *
      * assembled by BMS.  TELLOFCI is the input map TellOfc.cbl      *
      * RECEIVEs into; TELLOFCO redefines it for the fields TellOfc   *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in OfcMap.bms.     *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLOFCI.
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
           05  CHKLL                     COMP PIC S9(4).
           05  CHKLF                     PIC X.
           05  FILLER REDEFINES CHKLF.
               10  CHKLA                 PIC X.
           05  CHKLI                     PIC X(15).
           05  CHKNOL                    COMP PIC S9(4).
           05  CHKNOF                    PIC X.
           05  FILLER REDEFINES CHKNOF.
               10  CHKNOA                PIC X.
           05  CHKNOI                    PIC X(9).
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
           05  PAYLL                     COMP PIC S9(4).
           05  PAYLF                     PIC X.
           05  FILLER REDEFINES PAYLF.
               10  PAYLA                 PIC X.
           05  PAYLI                     PIC X(15).
           05  PAYEEL                    COMP PIC S9(4).
           05  PAYEEF                    PIC X.
           05  FILLER REDEFINES PAYEEF.
               10  PAYEEA                PIC X.
           05  PAYEEI                    PIC X(30).
           05  REMLL                     COMP PIC S9(4).
           05  REMLF                     PIC X.
           05  FILLER REDEFINES REMLF.
               10  REMLA                 PIC X.
           05  REMLI                     PIC X(15).
           05  REMITL                    COMP PIC S9(4).
           05  REMITF                    PIC X.
           05  FILLER REDEFINES REMITF.
               10  REMITA                PIC X.
           05  REMITI                    PIC X(30).
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
           05  AHLPL                     COMP PIC S9(4).
           05  AHLPF                     PIC X.
           05  FILLER REDEFINES AHLPF.
               10  AHLPA                 PIC X.
           05  AHLPI                     PIC X(40).
           05  NEWBALLL                  COMP PIC S9(4).
           05  NEWBALLF                  PIC X.
           05  FILLER REDEFINES NEWBALLF.
               10  NEWBALLA              PIC X.
           05  NEWBALLI                  PIC X(15).
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
       01  TELLOFCO REDEFINES TELLOFCI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  KINDLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  KINDO                     PIC X(1).
           05  FILLER                    PIC X(3).
           05  CHKLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  CHKNOO                    PIC X(9).
           05  FILLER                    PIC X(3).
           05  AMTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  AMOUNTO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  PAYLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  PAYEEO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  REMLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  REMITO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  ACCTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACCTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  AHLPO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  NEWBALLO                  PIC X(15).
           05  FILLER                    PIC X(3).
           05  NEWBALO                   PIC X(13).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of OFCMAP.CPY   *
      ***********************
