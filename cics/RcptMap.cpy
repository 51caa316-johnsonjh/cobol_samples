      ******************************************************************
      * RCPTMAP.CPY                                                   *
      *----------------------------------------------------------------*
      * Symbolic map for the RCPTMAP mapset (see RcptMap.bms), as     *
      * assembled by BMS.  TELLRCTI is the input map TellRcpt.cbl     *
      * RECEIVEs into; TELLRCTO redefines it for the fields TellRcpt  *
      * SENDs back out.  Hand-carried into the source tree the way    *
      * this shop keeps its other generated copybooks (see TellMap),  *
      * field-for-field against every DFHMDF label in RcptMap.bms.    *
      * MSGL's own name already ends in "L" so its generated fields   *
      * are MSGLL/MSGLF/MSGLA/MSGLI/MSGLO, the TellMap.cpy note.      *
      ******************************************************************
       01  TELLRCTI.
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
           05  JDATLL                    COMP PIC S9(4).
           05  JDATLF                    PIC X.
           05  FILLER REDEFINES JDATLF.
               10  JDATLA                PIC X.
           05  JDATLI                    PIC X(15).
           05  JDATEL                    COMP PIC S9(4).
           05  JDATEF                    PIC X.
           05  FILLER REDEFINES JDATEF.
               10  JDATEA                PIC X.
           05  JDATEI                    PIC X(8).
           05  JSEQLL                    COMP PIC S9(4).
           05  JSEQLF                    PIC X.
           05  FILLER REDEFINES JSEQLF.
               10  JSEQLA                PIC X.
           05  JSEQLI                    PIC X(15).
           05  JSEQL                     COMP PIC S9(4).
           05  JSEQF                     PIC X.
           05  FILLER REDEFINES JSEQF.
               10  JSEQA                 PIC X.
           05  JSEQI                     PIC X(6).
           05  JSEQHL                    COMP PIC S9(4).
           05  JSEQHF                    PIC X.
           05  FILLER REDEFINES JSEQHF.
               10  JSEQHA                PIC X.
           05  JSEQHI                    PIC X(40).
           05  R1L                       COMP PIC S9(4).
           05  R1F                       PIC X.
           05  FILLER REDEFINES R1F.
               10  R1A                   PIC X.
           05  R1I                       PIC X(39).
           05  R2L                       COMP PIC S9(4).
           05  R2F                       PIC X.
           05  FILLER REDEFINES R2F.
               10  R2A                   PIC X.
           05  R2I                       PIC X(39).
           05  R3L                       COMP PIC S9(4).
           05  R3F                       PIC X.
           05  FILLER REDEFINES R3F.
               10  R3A                   PIC X.
           05  R3I                       PIC X(39).
           05  R4L                       COMP PIC S9(4).
           05  R4F                       PIC X.
           05  FILLER REDEFINES R4F.
               10  R4A                   PIC X.
           05  R4I                       PIC X(39).
           05  R5L                       COMP PIC S9(4).
           05  R5F                       PIC X.
           05  FILLER REDEFINES R5F.
               10  R5A                   PIC X.
           05  R5I                       PIC X(39).
           05  R6L                       COMP PIC S9(4).
           05  R6F                       PIC X.
           05  FILLER REDEFINES R6F.
               10  R6A                   PIC X.
           05  R6I                       PIC X(39).
           05  R7L                       COMP PIC S9(4).
           05  R7F                       PIC X.
           05  FILLER REDEFINES R7F.
               10  R7A                   PIC X.
           05  R7I                       PIC X(39).
           05  R8L                       COMP PIC S9(4).
           05  R8F                       PIC X.
           05  FILLER REDEFINES R8F.
               10  R8A                   PIC X.
           05  R8I                       PIC X(39).
           05  R9L                       COMP PIC S9(4).
           05  R9F                       PIC X.
           05  FILLER REDEFINES R9F.
               10  R9A                   PIC X.
           05  R9I                       PIC X(39).
           05  R10L                      COMP PIC S9(4).
           05  R10F                      PIC X.
           05  FILLER REDEFINES R10F.
               10  R10A                  PIC X.
           05  R10I                      PIC X(39).
           05  R11L                      COMP PIC S9(4).
           05  R11F                      PIC X.
           05  FILLER REDEFINES R11F.
               10  R11A                  PIC X.
           05  R11I                      PIC X(39).
           05  R12L                      COMP PIC S9(4).
           05  R12F                      PIC X.
           05  FILLER REDEFINES R12F.
               10  R12A                  PIC X.
           05  R12I                      PIC X(39).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA                 PIC X.
           05  MSGLI                     PIC X(79).
       01  TELLRCTO REDEFINES TELLRCTI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TITLE1O                   PIC X(31).
           05  FILLER                    PIC X(3).
           05  OPERLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACCTLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  ACCTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  JDATLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  JDATEO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  JSEQLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  JSEQO                     PIC X(6).
           05  FILLER                    PIC X(3).
           05  JSEQHO                    PIC X(40).
           05  FILLER                    PIC X(3).
           05  R1O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R2O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R3O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R4O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R5O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R6O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R7O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R8O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R9O                       PIC X(39).
           05  FILLER                    PIC X(3).
           05  R10O                      PIC X(39).
           05  FILLER                    PIC X(3).
           05  R11O                      PIC X(39).
           05  FILLER                    PIC X(3).
           05  R12O                      PIC X(39).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of RCPTMAP.CPY  *
      ***********************
