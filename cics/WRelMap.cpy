      ******************************************************************
      * WRELMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the WRELMAP mapset (see WRelMap.bms), as     *
      * assembled by BMS.  TELLWRLI is the input map TellWRel.cbl     *
      * RECEIVEs into; TELLWRLO redefines it for the fields TellWRel  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in WRelMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLWRLI.
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
           05  QHDRL                     COMP PIC S9(4).
           05  QHDRF                     PIC X.
           05  FILLER REDEFINES QHDRF.
               10  QHDRA                 PIC X.
           05  QHDRI                     PIC X(68).
           05  Q1L                       COMP PIC S9(4).
           05  Q1F                       PIC X.
           05  FILLER REDEFINES Q1F.
               10  Q1A                   PIC X.
           05  Q1I                       PIC X(79).
           05  Q2L                       COMP PIC S9(4).
           05  Q2F                       PIC X.
           05  FILLER REDEFINES Q2F.
               10  Q2A                   PIC X.
           05  Q2I                       PIC X(79).
           05  Q3L                       COMP PIC S9(4).
           05  Q3F                       PIC X.
           05  FILLER REDEFINES Q3F.
               10  Q3A                   PIC X.
           05  Q3I                       PIC X(79).
           05  Q4L                       COMP PIC S9(4).
           05  Q4F                       PIC X.
           05  FILLER REDEFINES Q4F.
               10  Q4A                   PIC X.
           05  Q4I                       PIC X(79).
           05  Q5L                       COMP PIC S9(4).
           05  Q5F                       PIC X.
           05  FILLER REDEFINES Q5F.
               10  Q5A                   PIC X.
           05  Q5I                       PIC X(79).
           05  Q6L                       COMP PIC S9(4).
           05  Q6F                       PIC X.
           05  FILLER REDEFINES Q6F.
               10  Q6A                   PIC X.
           05  Q6I                       PIC X(79).
           05  SELLL                     COMP PIC S9(4).
           05  SELLF                     PIC X.
           05  FILLER REDEFINES SELLF.
               10  SELLA                 PIC X.
           05  SELLI                     PIC X(15).
           05  SELNOL                    COMP PIC S9(4).
           05  SELNOF                    PIC X.
           05  FILLER REDEFINES SELNOF.
               10  SELNOA                PIC X.
           05  SELNOI                    PIC X(6).
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
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLWRLO REDEFINES TELLWRLI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(31).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  QHDRO                     PIC X(68).
           05  FILLER                    PIC X(3).
           05  Q1O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  Q2O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  Q3O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  Q4O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  Q5O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  Q6O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  SELLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  SELNOO                    PIC X(6).
           05  FILLER                    PIC X(3).
           05  ACTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of WRELMAP.CPY  *
      ***********************
