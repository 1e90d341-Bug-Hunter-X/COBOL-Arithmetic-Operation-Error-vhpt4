      *****************************************************
      *  BUGAMAP.CPY                                      *
      *  SYMBOLIC MAP FOR THE BUGAPR PENDING REQUEST      *
      *  APPROVAL SCREEN (MAPSET BUGASET, MAP BUGAMAP).   *
      *  GENERATED-STYLE LAYOUT - HAND-MAINTAINED HERE    *
      *  SINCE NO BMS ASSEMBLER STEP IS PRESENT IN BUILD. *
      *****************************************************
       01  BUGAMAPI.
           05  FILLER                  PIC X(12).
           05  ADATEL                  PIC S9(4) COMP.
           05  ADATEF                  PIC X.
           05  FILLER REDEFINES ADATEF.
               10  ADATEA               PIC X.
           05  ADATEI                  PIC X(8).
           05  ATIMEL                  PIC S9(4) COMP.
           05  ATIMEF                  PIC X.
           05  FILLER REDEFINES ATIMEF.
               10  ATIMEA               PIC X.
           05  ATIMEI                  PIC X(6).
           05  ATERML                  PIC S9(4) COMP.
           05  ATERMF                  PIC X.
           05  FILLER REDEFINES ATERMF.
               10  ATERMA               PIC X.
           05  ATERMI                  PIC X(4).
           05  ATYPEL                  PIC S9(4) COMP.
           05  ATYPEF                  PIC X.
           05  FILLER REDEFINES ATYPEF.
               10  ATYPEA               PIC X.
           05  ATYPEI                  PIC X(20).
           05  AMAKERL                 PIC S9(4) COMP.
           05  AMAKERF                 PIC X.
           05  FILLER REDEFINES AMAKERF.
               10  AMAKERA              PIC X.
           05  AMAKERI                 PIC X(8).
           05  ASTATL                  PIC S9(4) COMP.
           05  ASTATF                  PIC X.
           05  FILLER REDEFINES ASTATF.
               10  ASTATA               PIC X.
           05  ASTATI                  PIC X(8).
           05  ACHKRL                  PIC S9(4) COMP.
           05  ACHKRF                  PIC X.
           05  FILLER REDEFINES ACHKRF.
               10  ACHKRA               PIC X.
           05  ACHKRI                  PIC X(8).
           05  ADET1L                  PIC S9(4) COMP.
           05  ADET1F                  PIC X.
           05  FILLER REDEFINES ADET1F.
               10  ADET1A               PIC X.
           05  ADET1I                  PIC X(60).
           05  ADET2L                  PIC S9(4) COMP.
           05  ADET2F                  PIC X.
           05  FILLER REDEFINES ADET2F.
               10  ADET2A               PIC X.
           05  ADET2I                  PIC X(60).
           05  AACTL                   PIC S9(4) COMP.
           05  AACTF                   PIC X.
           05  FILLER REDEFINES AACTF.
               10  AACTA                PIC X.
           05  AACTI                   PIC X(1).
           05  AMSGL                   PIC S9(4) COMP.
           05  AMSGF                   PIC X.
           05  FILLER REDEFINES AMSGF.
               10  AMSGA                PIC X.
           05  AMSGI                   PIC X(40).

       01  BUGAMAPO REDEFINES BUGAMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ADATEO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  ATIMEO                  PIC X(6).
           05  FILLER                  PIC X(3).
           05  ATERMO                  PIC X(4).
           05  FILLER                  PIC X(3).
           05  ATYPEO                  PIC X(20).
           05  FILLER                  PIC X(3).
           05  AMAKERO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  ASTATO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  ACHKRO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  ADET1O                  PIC X(60).
           05  FILLER                  PIC X(3).
           05  ADET2O                  PIC X(60).
           05  FILLER                  PIC X(3).
           05  AACTO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  AMSGO                   PIC X(40).
