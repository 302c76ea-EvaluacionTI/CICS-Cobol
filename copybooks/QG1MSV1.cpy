      ******************************************************************
      * Copybook   : QG1MSV1
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Symbolic map for mapset QG1MSV1 / map QG1MAPV, as
      *              BMS assembly would generate it for COBOL.  Hand
      *              maintained in this shop rather than re-run through
      *              the macro assembler.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  QVTHR ahead of QVDVS, following the mapset.
      ******************************************************************
       01  QG1MAPVI.
           05  FILLER                   PIC X(12).
           05  QVREQL                   PIC S9(4) COMP.
           05  QVREQF                   PIC X.
           05  FILLER REDEFINES QVREQF.
               10  QVREQA               PIC X.
           05  QVREQI                   PIC X(06).
           05  QVTYPL                   PIC S9(4) COMP.
           05  QVTYPF                   PIC X.
           05  FILLER REDEFINES QVTYPF.
               10  QVTYPA               PIC X.
           05  QVTYPI                   PIC X(01).
           05  QVDEPL                   PIC S9(4) COMP.
           05  QVDEPF                   PIC X.
           05  FILLER REDEFINES QVDEPF.
               10  QVDEPA               PIC X.
           05  QVDEPI                   PIC X(08).
           05  QVKNDL                   PIC S9(4) COMP.
           05  QVKNDF                   PIC X.
           05  FILLER REDEFINES QVKNDF.
               10  QVKNDA               PIC X.
           05  QVKNDI                   PIC X(08).
           05  QVDVDL                   PIC S9(4) COMP.
           05  QVDVDF                   PIC X.
           05  FILLER REDEFINES QVDVDF.
               10  QVDVDA               PIC X.
           05  QVDVDI                   PIC X(11).
           05  QVTHRL                   PIC S9(4) COMP.
           05  QVTHRF                   PIC X.
           05  FILLER REDEFINES QVTHRF.
               10  QVTHRA               PIC X.
           05  QVTHRI                   PIC X(14).
           05  QVDVSL                   PIC S9(4) COMP.
           05  QVDVSF                   PIC X.
           05  FILLER REDEFINES QVDVSF.
               10  QVDVSA               PIC X.
           05  QVDVSI                   PIC X(11).
           05  QVFRQL                   PIC S9(4) COMP.
           05  QVFRQF                   PIC X.
           05  FILLER REDEFINES QVFRQF.
               10  QVFRQA               PIC X.
           05  QVFRQI                   PIC X(01).
           05  QVDUEL                   PIC S9(4) COMP.
           05  QVDUEF                   PIC X.
           05  FILLER REDEFINES QVDUEF.
               10  QVDUEA               PIC X.
           05  QVDUEI                   PIC X(10).
           05  QVKEYL                   PIC S9(4) COMP.
           05  QVKEYF                   PIC X.
           05  FILLER REDEFINES QVKEYF.
               10  QVKEYA               PIC X.
           05  QVKEYI                   PIC X(08).
           05  QVENTL                   PIC S9(4) COMP.
           05  QVENTF                   PIC X.
           05  FILLER REDEFINES QVENTF.
               10  QVENTA               PIC X.
           05  QVENTI                   PIC X(19).
           05  QVRSNL                   PIC S9(4) COMP.
           05  QVRSNF                   PIC X.
           05  FILLER REDEFINES QVRSNF.
               10  QVRSNA               PIC X.
           05  QVRSNI                   PIC X(30).
           05  QVMSGL                   PIC S9(4) COMP.
           05  QVMSGF                   PIC X.
           05  FILLER REDEFINES QVMSGF.
               10  QVMSGA               PIC X.
           05  QVMSGI                   PIC X(79).

       01  QG1MAPVO REDEFINES QG1MAPVI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(02).
           05  QVREQC                   PIC X.
           05  QVREQO                   PIC X(06).
           05  FILLER                   PIC X(02).
           05  QVTYPC                   PIC X.
           05  QVTYPO                   PIC X(01).
           05  FILLER                   PIC X(02).
           05  QVDEPC                   PIC X.
           05  QVDEPO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QVKNDC                   PIC X.
           05  QVKNDO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QVDVDC                   PIC X.
           05  QVDVDO                   PIC X(11).
           05  FILLER                   PIC X(02).
           05  QVTHRC                   PIC X.
           05  QVTHRO                   PIC X(14).
           05  FILLER                   PIC X(02).
           05  QVDVSC                   PIC X.
           05  QVDVSO                   PIC X(11).
           05  FILLER                   PIC X(02).
           05  QVFRQC                   PIC X.
           05  QVFRQO                   PIC X(01).
           05  FILLER                   PIC X(02).
           05  QVDUEC                   PIC X.
           05  QVDUEO                   PIC X(10).
           05  FILLER                   PIC X(02).
           05  QVKEYC                   PIC X.
           05  QVKEYO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QVENTC                   PIC X.
           05  QVENTO                   PIC X(19).
           05  FILLER                   PIC X(02).
           05  QVRSNC                   PIC X.
           05  QVRSNO                   PIC X(30).
           05  FILLER                   PIC X(02).
           05  QVMSGC                   PIC X.
           05  QVMSGO                   PIC X(79).
