      *                 the cluster with RECORDSIZE(112 112) and
      *                 REPRO the old records through a reload step
      *                 when migrating.
      *  10/15/2026 DS  Added QG1-RSM-STATUS, carved from the trailing
      *                 filler: space for a posted result, R once the
      *                 result has been reversed through QREV (QG1CX041)
      *                 or the QG1CX022 batch reversal.  The original
      *                 image of every reversed or rerun-overwritten
      *                 result is kept on RESHIST (QG1WRSH).  Record
      *                 length unchanged; existing records read as
      *                 posted.
      ******************************************************************
       01  QG1-RESULT-RECORD.
           05  QG1-RSM-REQ-ID           PIC X(06).
           05  QG1-RSM-RUN-DATE         PIC X(10).
           05  QG1-RSM-DEPARTMENT       PIC X(08).
           05  QG1-RSM-SOURCE-ID        PIC X(06).
           05  QG1-RSM-STATUS           PIC X(01).
               88  QG1-RSM-POSTED           VALUE SPACE.
               88  QG1-RSM-REVERSED         VALUE 'R'.
           05  FILLER                   PIC X(01) VALUE SPACES.
