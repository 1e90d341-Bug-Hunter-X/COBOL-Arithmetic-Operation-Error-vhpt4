      *****************************************************
      *  BUGIMAP.CPY                                      *
      *  SYMBOLIC MAP FOR THE BUGINQ ACCOUNT INQUIRY       *
      *  SCREEN (MAPSET BUGISET, MAP BUGIMAP).  THE TEN    *
      *  POSTING LINES ARE ONE REPEATED FIELD (OCCURS=10). *
      *  GENERATED-STYLE LAYOUT - HAND-MAINTAINED HERE     *
      *  SINCE NO BMS ASSEMBLER STEP IS PRESENT IN BUILD.  *
      *****************************************************
       01  BUGIMAPI.
           05  FILLER                  PIC X(12).
           05  IACCTL                  PIC S9(4) COMP.
           05  IACCTF                  PIC X.
           05  FILLER REDEFINES IACCTF.
               10  IACCTA               PIC X.
           05  IACCTI                  PIC X(8).
           05  INAMEL                  PIC S9(4) COMP.
           05  INAMEF                  PIC X.
           05  FILLER REDEFINES INAMEF.
               10  INAMEA               PIC X.
           05  INAMEI                  PIC X(30).
           05  ISTATL                  PIC S9(4) COMP.
           05  ISTATF                  PIC X.
           05  FILLER REDEFINES ISTATF.
               10  ISTATA               PIC X.
           05  ISTATI                  PIC X(6).
           05  ISTDTL                  PIC S9(4) COMP.
           05  ISTDTF                  PIC X.
           05  FILLER REDEFINES ISTDTF.
               10  ISTDTA               PIC X.
           05  ISTDTI                  PIC X(8).
           05  IBALL                   PIC S9(4) COMP.
           05  IBALF                   PIC X.
           05  FILLER REDEFINES IBALF.
               10  IBALA                PIC X.
           05  IBALI                   PIC X(18).
           05  INETL                   PIC S9(4) COMP.
           05  INETF                   PIC X.
           05  FILLER REDEFINES INETF.
               10  INETA                PIC X.
           05  INETI                   PIC X(18).
           05  ILACTL                  PIC S9(4) COMP.
           05  ILACTF                  PIC X.
           05  FILLER REDEFINES ILACTF.
               10  ILACTA               PIC X.
           05  ILACTI                  PIC X(8).
           05  ISUSPL                  PIC S9(4) COMP.
           05  ISUSPF                  PIC X.
           05  FILLER REDEFINES ISUSPF.
               10  ISUSPA               PIC X.
           05  ISUSPI                  PIC X(50).
           05  IPAGEL                  PIC S9(4) COMP.
           05  IPAGEF                  PIC X.
           05  FILLER REDEFINES IPAGEF.
               10  IPAGEA               PIC X.
           05  IPAGEI                  PIC X(3).
           05  IHISTD OCCURS 10 TIMES.
               10  IHISTL              PIC S9(4) COMP.
               10  IHISTF              PIC X.
               10  IHISTI              PIC X(68).
           05  IMSGL                   PIC S9(4) COMP.
           05  IMSGF                   PIC X.
           05  FILLER REDEFINES IMSGF.
               10  IMSGA                PIC X.
           05  IMSGI                   PIC X(40).

       01  BUGIMAPO REDEFINES BUGIMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  IACCTO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  INAMEO                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  ISTATO                  PIC X(6).
           05  FILLER                  PIC X(3).
           05  ISTDTO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  IBALO                   PIC X(18).
           05  FILLER                  PIC X(3).
           05  INETO                   PIC X(18).
           05  FILLER                  PIC X(3).
           05  ILACTO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  ISUSPO                  PIC X(50).
           05  FILLER                  PIC X(3).
           05  IPAGEO                  PIC X(3).
           05  IHISTDO OCCURS 10 TIMES.
               10  FILLER              PIC X(3).
               10  IHISTO              PIC X(68).
           05  FILLER                  PIC X(3).
           05  IMSGO                   PIC X(40).
