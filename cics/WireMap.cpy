      ******************************************************************
      * WIREMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the WIREMAP mapset (see WireMap.bms), as     *
      * assembled by BMS.  TELLWIRI is the input map TellWire.cbl     *
      * RECEIVEs into; TELLWIRO redefines it for the fields TellWire  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in WireMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLWIRI.
           05  FILLER                    PIC X(12).
           05  TITLE1L                   COMP PIC S9(4).
           05  TITLE1F                   PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A               PIC X.
           05  TITLE1I                   PIC X(29).
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
           05  BNAMLL                    COMP PIC S9(4).
           05  BNAMLF                    PIC X.
           05  FILLER REDEFINES BNAMLF.
               10  BNAMLA                PIC X.
           05  BNAMLI                    PIC X(15).
           05  BENNAMEL                  COMP PIC S9(4).
           05  BENNAMEF                  PIC X.
           05  FILLER REDEFINES BENNAMEF.
               10  BENNAMEA              PIC X.
           05  BENNAMEI                  PIC X(35).
           05  BACTLL                    COMP PIC S9(4).
           05  BACTLF                    PIC X.
           05  FILLER REDEFINES BACTLF.
               10  BACTLA                PIC X.
           05  BACTLI                    PIC X(15).
           05  BENACCTL                  COMP PIC S9(4).
           05  BENACCTF                  PIC X.
           05  FILLER REDEFINES BENACCTF.
               10  BENACCTA              PIC X.
           05  BENACCTI                  PIC X(34).
           05  BABALL                    COMP PIC S9(4).
           05  BABALF                    PIC X.
           05  FILLER REDEFINES BABALF.
               10  BABALA                PIC X.
           05  BABALI                    PIC X(15).
           05  BENABAL                   COMP PIC S9(4).
           05  BENABAF                   PIC X.
           05  FILLER REDEFINES BENABAF.
               10  BENABAA               PIC X.
           05  BENABAI                   PIC X(9).
           05  BBNKLL                    COMP PIC S9(4).
           05  BBNKLF                    PIC X.
           05  FILLER REDEFINES BBNKLF.
               10  BBNKLA                PIC X.
           05  BBNKLI                    PIC X(15).
           05  BENBANKL                  COMP PIC S9(4).
           05  BENBANKF                  PIC X.
           05  FILLER REDEFINES BENBANKF.
               10  BENBANKA              PIC X.
           05  BENBANKI                  PIC X(18).
           05  REFLL                     COMP PIC S9(4).
           05  REFLF                     PIC X.
           05  FILLER REDEFINES REFLF.
               10  REFLA                 PIC X.
           05  REFLI                     PIC X(15).
           05  REFNOL                    COMP PIC S9(4).
           05  REFNOF                    PIC X.
           05  FILLER REDEFINES REFNOF.
               10  REFNOA                PIC X.
           05  REFNOI                    PIC X(16).
           05  INFLL                     COMP PIC S9(4).
           05  INFLF                     PIC X.
           05  FILLER REDEFINES INFLF.
               10  INFLA                 PIC X.
           05  INFLI                     PIC X(15).
           05  PAYINFOL                  COMP PIC S9(4).
           05  PAYINFOF                  PIC X.
           05  FILLER REDEFINES PAYINFOF.
               10  PAYINFOA              PIC X.
           05  PAYINFOI                  PIC X(35).
           05  FEELL                     COMP PIC S9(4).
           05  FEELF                     PIC X.
           05  FILLER REDEFINES FEELF.
               10  FEELA                 PIC X.
           05  FEELI                     PIC X(15).
           05  FEEL                      COMP PIC S9(4).
           05  FEEF                      PIC X.
           05  FILLER REDEFINES FEEF.
               10  FEEA                  PIC X.
           05  FEEI                      PIC X(13).
           05  SEQLL                     COMP PIC S9(4).
           05  SEQLF                     PIC X.
           05  FILLER REDEFINES SEQLF.
               10  SEQLA                 PIC X.
           05  SEQLI                     PIC X(15).
           05  WIRENOL                   COMP PIC S9(4).
           05  WIRENOF                   PIC X.
           05  FILLER REDEFINES WIRENOF.
               10  WIRENOA               PIC X.
           05  WIRENOI                   PIC X(6).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLWIRO REDEFINES TELLWIRI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(29).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACCTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACCTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  AMTLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  AMOUNTO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  BNAMLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  BENNAMEO                  PIC X(35).
           05  FILLER                    PIC X(3).
           05  BACTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  BENACCTO                  PIC X(34).
           05  FILLER                    PIC X(3).
           05  BABALO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  BENABAO                   PIC X(9).
           05  FILLER                    PIC X(3).
           05  BBNKLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  BENBANKO                  PIC X(18).
           05  FILLER                    PIC X(3).
           05  REFLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  REFNOO                    PIC X(16).
           05  FILLER                    PIC X(3).
           05  INFLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  PAYINFOO                  PIC X(35).
           05  FILLER                    PIC X(3).
           05  FEELO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  FEEO                      PIC X(13).
           05  FILLER                    PIC X(3).
           05  SEQLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  WIRENOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of WIREMAP.CPY  *
      ***********************
