      ******************************************************************
      * Copybook   : QG1MSD1
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Symbolic map for mapset QG1MSD1 / map QG1MAPD, as
      *              BMS assembly would generate it for COBOL.  Hand
      *              maintained in this shop rather than re-run through
      *              the macro assembler.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Added QDCST, the GL cost center.
      *  10/15/2026 DS  Added QDTOL, the variance tolerance.
      *  10/15/2026 DS  Added QDSIN, the date the status took effect.
      ******************************************************************
       01  QG1MAPDI.
           05  FILLER                   PIC X(12).
           05  QDACTL                   PIC S9(4) COMP.
           05  QDACTF                   PIC X.
           05  FILLER REDEFINES QDACTF.
               10  QDACTA               PIC X.
           05  QDACTI                   PIC X(01).
           05  QDCODL                   PIC S9(4) COMP.
           05  QDCODF                   PIC X.
           05  FILLER REDEFINES QDCODF.
               10  QDCODA               PIC X.
           05  QDCODI                   PIC X(08).
           05  QDNAML                   PIC S9(4) COMP.
           05  QDNAMF                   PIC X.
           05  FILLER REDEFINES QDNAMF.
               10  QDNAMA               PIC X.
           05  QDNAMI                   PIC X(30).
           05  QDCONL                   PIC S9(4) COMP.
           05  QDCONF                   PIC X.
           05  FILLER REDEFINES QDCONF.
               10  QDCONA               PIC X.
           05  QDCONI                   PIC X(30).
           05  QDSTAL                   PIC S9(4) COMP.
           05  QDSTAF                   PIC X.
           05  FILLER REDEFINES QDSTAF.
               10  QDSTAA               PIC X.
           05  QDSTAI                   PIC X(08).
           05  QDEFFL                   PIC S9(4) COMP.
           05  QDEFFF                   PIC X.
           05  FILLER REDEFINES QDEFFF.
               10  QDEFFA               PIC X.
           05  QDEFFI                   PIC X(10).
           05  QDUPDL                   PIC S9(4) COMP.
           05  QDUPDF                   PIC X.
           05  FILLER REDEFINES QDUPDF.
               10  QDUPDA               PIC X.
           05  QDUPDI                   PIC X(19).
           05  QDSINL                   PIC S9(4) COMP.
           05  QDSINF                   PIC X.
           05  FILLER REDEFINES QDSINF.
               10  QDSINA               PIC X.
           05  QDSINI                   PIC X(10).
           05  QDCSTL                   PIC S9(4) COMP.
           05  QDCSTF                   PIC X.
           05  FILLER REDEFINES QDCSTF.
               10  QDCSTA               PIC X.
           05  QDCSTI                   PIC X(10).
           05  QDTOLL                   PIC S9(4) COMP.
           05  QDTOLF                   PIC X.
           05  FILLER REDEFINES QDTOLF.
               10  QDTOLA               PIC X.
           05  QDTOLI                   PIC X(05).
           05  QDMSGL                   PIC S9(4) COMP.
           05  QDMSGF                   PIC X.
           05  FILLER REDEFINES QDMSGF.
               10  QDMSGA               PIC X.
           05  QDMSGI                   PIC X(79).

       01  QG1MAPDO REDEFINES QG1MAPDI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(02).
           05  QDACTC                   PIC X.
           05  QDACTO                   PIC X(01).
           05  FILLER                   PIC X(02).
           05  QDCODC                   PIC X.
           05  QDCODO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QDNAMC                   PIC X.
           05  QDNAMO                   PIC X(30).
           05  FILLER                   PIC X(02).
           05  QDCONC                   PIC X.
           05  QDCONO                   PIC X(30).
           05  FILLER                   PIC X(02).
           05  QDSTAC                   PIC X.
           05  QDSTAO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QDEFFC                   PIC X.
           05  QDEFFO                   PIC X(10).
           05  FILLER                   PIC X(02).
           05  QDUPDC                   PIC X.
           05  QDUPDO                   PIC X(19).
           05  FILLER                   PIC X(02).
           05  QDSINC                   PIC X.
           05  QDSINO                   PIC X(10).
           05  FILLER                   PIC X(02).
           05  QDCSTC                   PIC X.
           05  QDCSTO                   PIC X(10).
           05  FILLER                   PIC X(02).
           05  QDTOLC                   PIC X.
           05  QDTOLO                   PIC X(05).
           05  FILLER                   PIC X(02).
           05  QDMSGC                   PIC X.
           05  QDMSGO                   PIC X(79).
