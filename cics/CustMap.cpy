           05  FILLER REDEFINES DETAILF.
               10  DETAILA               PIC X.
           05  DETAILI                   PIC X(79).
           05  BHDRL                     COMP PIC S9(4).
           05  BHDRF                     PIC X.
           05  FILLER REDEFINES BHDRF.
               10  BHDRA                 PIC X.
           05  BHDRI                     PIC X(79).
           05  B1L                       COMP PIC S9(4).
           05  B1F                       PIC X.
           05  FILLER REDEFINES B1F.
               10  B1A                   PIC X.
           05  B1I                       PIC X(79).
           05  B2L                       COMP PIC S9(4).
           05  B2F                       PIC X.
           05  FILLER REDEFINES B2F.
               10  B2A                   PIC X.
           05  B2I                       PIC X(79).
           05  B3L                       COMP PIC S9(4).
           05  B3F                       PIC X.
           05  FILLER REDEFINES B3F.
               10  B3A                   PIC X.
           05  B3I                       PIC X(79).
           05  B4L                       COMP PIC S9(4).
           05  B4F                       PIC X.
           05  FILLER REDEFINES B4F.
               10  B4A                   PIC X.
           05  B4I                       PIC X(79).
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
           05  MSGLL                     COMP PIC S9(4).
           05  MSGLF                     PIC X.
           05  FILLER REDEFINES MSGLF.
           05  FILLER                    PIC X(3).
           05  DETAILO                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  BHDRO                     PIC X(79).
           05  FILLER                    PIC X(3).
           05  B1O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  B2O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  B3O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  B4O                       PIC X(79).
           05  FILLER                    PIC X(3).
           05  MEMO1O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  MEMO2O                    PIC X(79).
           05  FILLER                    PIC X(3).
           05  MSGLO                     PIC X(79).
      ***********************
      * End of CUSTMAP.CPY  *
