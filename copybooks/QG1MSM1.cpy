      *              the macro assembler.
      * Mod history:
      *  08/09/2026 DS  Initial version.
      *  10/15/2026 DS  QMSEL widened to two digits for option 10.
      ******************************************************************
       01  QG1MAPMI.
           05  FILLER                   PIC X(12).
           05  QMSELF                   PIC X.
           05  FILLER REDEFINES QMSELF.
               10  QMSELA               PIC X.
           05  QMSELI                   PIC X(02).
           05  QMMSGL                   PIC S9(4) COMP.
           05  QMMSGF                   PIC X.
           05  FILLER REDEFINES QMMSGF.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(02).
           05  QMSELC                   PIC X.
           05  QMSELO                   PIC X(02).
           05  FILLER                   PIC X(02).
           05  QMMSGC                   PIC X.
           05  QMMSGO                   PIC X(79).
