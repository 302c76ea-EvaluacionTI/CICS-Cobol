      ******************************************************************
      * Copybook   : QG1WRUN
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Run-control record.  RUNCTL is an IDCAMS KSDS -
      *              KEYS(18 0) RECORDSIZE(80 80) - holding the
      *              suite's business date and one completion record
      *              per chain job per business date.  Only the
      *              QG1CXRUN routine writes it; QSUB (QG1CX037)
      *              reads it through the FCT.
      *
      *              The business-date record is keyed 'BUSDATE '
      *              with a blank date and carries the date every
      *              chain job stamps in place of the machine clock;
      *              QG1CX023 sets it the first time and rolls it
      *              forward at end of day.
      *
      *              A job record is keyed job id + business date.
      *              S = started (written when the job begins; a job
      *              that abends or stops RC 16 leaves it S and may
      *              simply be restarted), C = complete with the
      *              job's condition code.  A C record refuses a
      *              second run until QG1CX023 sets the rerun flag,
      *              which the next begin uses up.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-RUNCTL-RECORD.
           05  QG1-RUN-KEY.
               10  QG1-RUN-JOB-ID       PIC X(08).
                   88  QG1-RUN-IS-BUSDATE   VALUE 'BUSDATE '.
               10  QG1-RUN-BUS-DATE     PIC X(10).
           05  QG1-RUN-DATA             PIC X(62).
      *---------------------------------------------------------------*
      * JOB COMPLETION VIEW                                           *
      *---------------------------------------------------------------*
           05  QG1-RUN-JOB-DATA REDEFINES QG1-RUN-DATA.
               10  QG1-RUN-STATUS       PIC X(01).
                   88  QG1-RUN-STARTED      VALUE 'S'.
                   88  QG1-RUN-COMPLETE     VALUE 'C'.
               10  QG1-RUN-JOB-RC       PIC 9(02).
               10  QG1-RUN-RUN-COUNT    PIC 9(03).
               10  QG1-RUN-RERUN-SW     PIC X(01).
                   88  QG1-RUN-RERUN-ALLOWED VALUE 'Y'.
                   88  QG1-RUN-RERUN-NONE    VALUE 'N'.
               10  QG1-RUN-START-DATE   PIC X(10).
               10  QG1-RUN-START-TIME   PIC X(08).
               10  QG1-RUN-END-DATE     PIC X(10).
               10  QG1-RUN-END-TIME     PIC X(08).
               10  FILLER               PIC X(19).
      *---------------------------------------------------------------*
      * BUSINESS-DATE VIEW                                            *
      *---------------------------------------------------------------*
           05  QG1-RUN-CTL-DATA REDEFINES QG1-RUN-DATA.
               10  QG1-RUN-CURRENT-DATE PIC X(10).
               10  QG1-RUN-PRIOR-DATE   PIC X(10).
               10  QG1-RUN-SET-DATE     PIC X(10).
               10  QG1-RUN-SET-TIME     PIC X(08).
               10  QG1-RUN-SET-BY       PIC X(08).
               10  FILLER               PIC X(16).
