      ******************************************************************
      * Copybook   : QG1MSW1
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Symbolic map for mapset QG1MSW1 / map QG1MAPW, as
      *              BMS assembly would generate it for COBOL.  Hand
      *              maintained in this shop rather than re-run through
      *              the macro assembler.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1MAPWI.
           05  FILLER                   PIC X(12).
           05  QWREQL                   PIC S9(4) COMP.
           05  QWREQF                   PIC X.
           05  FILLER REDEFINES QWREQF.
               10  QWREQA               PIC X.
           05  QWREQI                   PIC X(06).
           05  QWTYPL                   PIC S9(4) COMP.
           05  QWTYPF                   PIC X.
           05  FILLER REDEFINES QWTYPF.
               10  QWTYPA               PIC X.
           05  QWTYPI                   PIC X(01).
           05  QWSTAL                   PIC S9(4) COMP.
           05  QWSTAF                   PIC X.
           05  FILLER REDEFINES QWSTAF.
               10  QWSTAA               PIC X.
           05  QWSTAI                   PIC X(08).
           05  QWDEPL                   PIC S9(4) COMP.
           05  QWDEPF                   PIC X.
           05  FILLER REDEFINES QWDEPF.
               10  QWDEPA               PIC X.
           05  QWDEPI                   PIC X(08).
           05  QWDATL                   PIC S9(4) COMP.
           05  QWDATF                   PIC X.
           05  FILLER REDEFINES QWDATF.
               10  QWDATA               PIC X.
           05  QWDATI                   PIC X(10).
           05  QWDVDL                   PIC S9(4) COMP.
           05  QWDVDF                   PIC X.
           05  FILLER REDEFINES QWDVDF.
               10  QWDVDA               PIC X.
           05  QWDVDI                   PIC X(14).
           05  QWDVSL                   PIC S9(4) COMP.
           05  QWDVSF                   PIC X.
           05  FILLER REDEFINES QWDVSF.
               10  QWDVSA               PIC X.
           05  QWDVSI                   PIC X(14).
           05  QWQUOL                   PIC S9(4) COMP.
           05  QWQUOF                   PIC X.
           05  FILLER REDEFINES QWQUOF.
               10  QWQUOA               PIC X.
           05  QWQUOI                   PIC X(16).
           05  QWRM1L                   PIC S9(4) COMP.
           05  QWRM1F                   PIC X.
           05  FILLER REDEFINES QWRM1F.
               10  QWRM1A               PIC X.
           05  QWRM1I                   PIC X(16).
           05  QWRSNL                   PIC S9(4) COMP.
           05  QWRSNF                   PIC X.
           05  FILLER REDEFINES QWRSNF.
               10  QWRSNA               PIC X.
           05  QWRSNI                   PIC X(04).
           05  QWRPLL                   PIC S9(4) COMP.
           05  QWRPLF                   PIC X.
           05  FILLER REDEFINES QWRPLF.
               10  QWRPLA               PIC X.
           05  QWRPLI                   PIC X(06).
           05  QWNDDL                   PIC S9(4) COMP.
           05  QWNDDF                   PIC X.
           05  FILLER REDEFINES QWNDDF.
               10  QWNDDA               PIC X.
           05  QWNDDI                   PIC X(11).
           05  QWNDSL                   PIC S9(4) COMP.
           05  QWNDSF                   PIC X.
           05  FILLER REDEFINES QWNDSF.
               10  QWNDSA               PIC X.
           05  QWNDSI                   PIC X(11).
           05  QWMSGL                   PIC S9(4) COMP.
           05  QWMSGF                   PIC X.
           05  FILLER REDEFINES QWMSGF.
               10  QWMSGA               PIC X.
           05  QWMSGI                   PIC X(79).

       01  QG1MAPWO REDEFINES QG1MAPWI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(02).
           05  QWREQC                   PIC X.
           05  QWREQO                   PIC X(06).
           05  FILLER                   PIC X(02).
           05  QWTYPC                   PIC X.
           05  QWTYPO                   PIC X(01).
           05  FILLER                   PIC X(02).
           05  QWSTAC                   PIC X.
           05  QWSTAO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QWDEPC                   PIC X.
           05  QWDEPO                   PIC X(08).
           05  FILLER                   PIC X(02).
           05  QWDATC                   PIC X.
           05  QWDATO                   PIC X(10).
           05  FILLER                   PIC X(02).
           05  QWDVDC                   PIC X.
           05  QWDVDO                   PIC X(14).
           05  FILLER                   PIC X(02).
           05  QWDVSC                   PIC X.
           05  QWDVSO                   PIC X(14).
           05  FILLER                   PIC X(02).
           05  QWQUOC                   PIC X.
           05  QWQUOO                   PIC X(16).
           05  FILLER                   PIC X(02).
           05  QWRM1C                   PIC X.
           05  QWRM1O                   PIC X(16).
           05  FILLER                   PIC X(02).
           05  QWRSNC                   PIC X.
           05  QWRSNO                   PIC X(04).
           05  FILLER                   PIC X(02).
           05  QWRPLC                   PIC X.
           05  QWRPLO                   PIC X(06).
           05  FILLER                   PIC X(02).
           05  QWNDDC                   PIC X.
           05  QWNDDO                   PIC X(11).
           05  FILLER                   PIC X(02).
           05  QWNDSC                   PIC X.
           05  QWNDSO                   PIC X(11).
           05  FILLER                   PIC X(02).
           05  QWMSGC                   PIC X.
           05  QWMSGO                   PIC X(79).
