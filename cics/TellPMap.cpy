           05  FILLER REDEFINES NEWBALF.
               10  NEWBALA               PIC X.
           05  NEWBALI                   PIC X(13).
           05  SIGNLL                    COMP PIC S9(4).
           05  SIGNLF                    PIC X.
           05  FILLER REDEFINES SIGNLF.
               10  SIGNLA                PIC X.
           05  SIGNLI                    PIC X(15).
           05  SIGNERL                   COMP PIC S9(4).
           05  SIGNERF                   PIC X.
           05  FILLER REDEFINES SIGNERF.
               10  SIGNERA               PIC X.
           05  SIGNERI                   PIC X(6).
           05  SHDRL                     COMP PIC S9(4).
           05  SHDRF                     PIC X.
           05  FILLER REDEFINES SHDRF.
               10  SHDRA                 PIC X.
           05  SHDRI                     PIC X(48).
           05  S1L                       COMP PIC S9(4).
           05  S1F                       PIC X.
           05  FILLER REDEFINES S1F.
               10  S1A                   PIC X.
           05  S1I                       PIC X(48).
           05  S2L                       COMP PIC S9(4).
           05  S2F                       PIC X.
           05  FILLER REDEFINES S2F.
               10  S2A                   PIC X.
           05  S2I                       PIC X(48).
           05  S3L                       COMP PIC S9(4).
           05  S3F                       PIC X.
           05  FILLER REDEFINES S3F.
               10  S3A                   PIC X.
           05  S3I                       PIC X(48).
           05  S4L                       COMP PIC S9(4).
           05  S4F                       PIC X.
           05  FILLER REDEFINES S4F.
               10  S4A                   PIC X.
           05  S4I                       PIC X(48).
           05  OVRLL                     COMP PIC S9(4).
           05  OVRLF                     PIC X.
           05  FILLER REDEFINES OVRLF.
               10  OVRLA                 PIC X.
           05  OVRLI                     PIC X(15).
           05  OVRIDL                    COMP PIC S9(4).
           05  OVRIDF                    PIC X.
           05  FILLER REDEFINES OVRIDF.
               10  OVRIDA                PIC X.
           05  OVRIDI                    PIC X(8).
           05  MEMO1L                    COMP PIC S9(4).
           05  MEMO1F                    PIC X.
           05  FILLER REDEFINES MEMO1F.
               10  MEMO1A                PIC X.
           05  MEMO1I                    PIC X(79).
           05  MEMO2L                    COMP PIC S9(4).
           05  MEMO2F                    PIC X.
           05  FILLER REDEFINES MEMO2F.
               10  MEMO2A                PIC X.
           05  MEMO2I                    PIC X(79).
           05  MEMO3L                    COMP PIC S9(4).
           05  MEMO3F                    PIC X.
           05  FILLER REDEFINES MEMO3F.
               10  MEMO3A                PIC X.
           05  MEMO3I                    PIC X(79).
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
           05  FILLER                    PIC X(3).
           05  NEWBALO                   PIC X(13).
           05  FILLER                    PIC X(3).
           05  SIGNLO                    PIC X(15).
           05  FILLER                    PIC X(3).
           05  SIGNERO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  SHDRO                     PIC X(48).
           05  FILLER                    PIC X(3).
           05  S1O                       PIC X(48).
           05  FILLER                    PIC X(3).
           05  S2O                       PIC X(48).
           05  FILLER                    PIC X(3).
           05  S3O                       PIC X(48).
           05  FILLER                    PIC X(3).
           05  S4O                       PIC X(48).
           05  FILLER                    PIC X(3).
           05  OVRLO                     PIC X(15).
           05  FILLER                    PIC X(3).
           05  OVRIDO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  MEMO1O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  MEMO2O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  MEMO3O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ************************
      * End of TELLPMAP.CPY  *
