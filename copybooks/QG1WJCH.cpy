      ******************************************************************
      * Copybook   : QG1WJCH
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : The nightly job chain, in running order.  Each
      *              entry names a job, the job that must have
      *              completed for the same business date before it
      *              may start, and the highest condition code that
      *              predecessor may have ended with.  QG1CX016 has
      *              no predecessor; QG1CX023's end-of-day roll
      *              follows QG1CX019, whose RC 8 only reports aged
      *              rejects.  QG1CXRUN enforces the chain for the
      *              batch jobs and QSUB (QG1CX037) before it submits
      *              one; change it here and recompile both.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-JOB-CHAIN-DATA.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX016        00'.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX013QG1CX01600'.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX014QG1CX01304'.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX017QG1CX01404'.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX018QG1CX01704'.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX019QG1CX01804'.
           05  FILLER                   PIC X(18)
               VALUE 'QG1CX023QG1CX01908'.
       01  QG1-JOB-CHAIN REDEFINES QG1-JOB-CHAIN-DATA.
           05  QG1-JCH-ENTRY OCCURS 7 TIMES.
               10  QG1-JCH-JOB-ID       PIC X(08).
               10  QG1-JCH-PREDECESSOR  PIC X(08).
               10  QG1-JCH-MAX-RC       PIC 9(02).
       01  QG1-JCH-ENTRIES              PIC 9(02) COMP VALUE 7.
