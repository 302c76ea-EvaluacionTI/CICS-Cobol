      *              the macro assembler.
      * Mod history:
      *  09/01/2026 DS  Initial version.
      *  10/15/2026 DS  Added QSAPR, the awaiting-approval count.
      ******************************************************************
       01  QG1MAPSI.
           05  FILLER                   PIC X(12).
           05  FILLER REDEFINES QSPNDF.
               10  QSPNDA               PIC X.
           05  QSPNDI                   PIC X(08).
           05  QSAPRL                   PIC S9(4) COMP.
           05  QSAPRF                   PIC X.
           05  FILLER REDEFINES QSAPRF.
               10  QSAPRA               PIC X.
           05  QSAPRI                   PIC X(08).
           05  QSRPPL                   PIC S9(4) COMP.
           05  QSRPPF                   PIC X.
           05  FILLER REDEFINES QSRPPF.
           05  QSPNDC                   PIC X.
           05  QSPNDO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QSAPRC                   PIC X.
           05  QSAPRO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QSRPPC                   PIC X.
           05  QSRPPO                   PIC X(08).
           05  FILLER                   PIC X(02).
