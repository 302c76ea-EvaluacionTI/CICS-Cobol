      ******************************************************************
      * Copybook   : QG1MST1
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Symbolic map for mapset QG1MST1 / map QG1MAPT, as
      *              BMS assembly would generate it for COBOL.  Hand
      *              maintained in this shop rather than re-run through
      *              the macro assembler.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1MAPTI.
           05  FILLER                   PIC X(12).
           05  QTREQL                   PIC S9(4) COMP.
           05  QTREQF                   PIC X.
           05  FILLER REDEFINES QTREQF.
               10  QTREQA               PIC X.
           05  QTREQI                   PIC X(06).
           05  QTSTAL                   PIC S9(4) COMP.
           05  QTSTAF                   PIC X.
           05  FILLER REDEFINES QTSTAF.
               10  QTSTAA               PIC X.
           05  QTSTAI                   PIC X(14).
           05  QTPAGL                   PIC S9(4) COMP.
           05  QTPAGF                   PIC X.
           05  FILLER REDEFINES QTPAGF.
               10  QTPAGA               PIC X.
           05  QTPAGI                   PIC X(04).
           05  QTDEPL                   PIC S9(4) COMP.
           05  QTDEPF                   PIC X.
           05  FILLER REDEFINES QTDEPF.
               10  QTDEPA               PIC X.
           05  QTDEPI                   PIC X(08).
           05  QTTYPL                   PIC S9(4) COMP.
           05  QTTYPF                   PIC X.
           05  FILLER REDEFINES QTTYPF.
               10  QTTYPA               PIC X.
           05  QTTYPI                   PIC X(01).
           05  QTLNKL                   PIC S9(4) COMP.
           05  QTLNKF                   PIC X.
           05  FILLER REDEFINES QTLNKF.
               10  QTLNKA               PIC X.
           05  QTLNKI                   PIC X(79).
           05  QTLINES-I.
               10  QTLINE-GRP-I OCCURS 12 TIMES.
                   15  QTLNL            PIC S9(4) COMP.
                   15  QTLNF            PIC X.
                   15  QTLNI            PIC X(79).
           05  QTMSGL                   PIC S9(4) COMP.
           05  QTMSGF                   PIC X.
           05  FILLER REDEFINES QTMSGF.
               10  QTMSGA               PIC X.
           05  QTMSGI                   PIC X(79).

       01  QG1MAPTO REDEFINES QG1MAPTI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(02).
           05  QTREQC                   PIC X.
           05  QTREQO                   PIC X(06).
           05  FILLER                   PIC X(02).
           05  QTSTAC                   PIC X.
           05  QTSTAO                   PIC X(14).
           05  FILLER                   PIC X(02).
           05  QTPAGC                   PIC X.
           05  QTPAGO                   PIC X(04).
           05  FILLER                   PIC X(02).
           05  QTDEPC                   PIC X.
           05  QTDEPO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QTTYPC                   PIC X.
           05  QTTYPO                   PIC X(01).
           05  FILLER                   PIC X(02).
           05  QTLNKC                   PIC X.
           05  QTLNKO                   PIC X(79).
           05  QTLINES-O.
               10  QTLINE-GRP-O OCCURS 12 TIMES.
                   15  FILLER           PIC X(02).
                   15  QTLNC            PIC X.
                   15  QTLNO            PIC X(79).
           05  FILLER                   PIC X(02).
           05  QTMSGC                   PIC X.
           05  QTMSGO                   PIC X(79).
