      ******************************************************************
      * Copybook   : QG1WDPT
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Department master record - one VSAM KSDS record
      *              per requesting department, keyed on
      *              QG1-DPT-CODE (the same eight characters QREQ
      *              carries in QG1-RQM-DEPARTMENT).  Maintained on
      *              the QDPT screen (QG1CX039).  QG1-DPT-STATUS and
      *              QG1-DPT-EFF-DATE work as a pair: the status
      *              takes effect on the effective date, so a
      *              department keyed inactive from a future date
      *              keeps taking requests until that date arrives,
      *              and one keyed active from a future date takes
      *              none before it.  QREQ (QG1CX035) and QREP
      *              (QG1CX033) refuse a department that is not on
      *              file or not open today; the QG1CX016 extract
      *              holds back anything already keyed for a
      *              department deactivated since.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Carved QG1-DPT-COST-CENTER out of the FILLER -
      *                 the general-ledger cost center the QG1CX020
      *                 journal step posts the department's results
      *                 to, keyed on QDPT.  Spaces means not yet
      *                 mapped; QG1CX020 holds such results back on
      *                 its exception report.  Record stays 120.
      *  10/15/2026 DS  Carved QG1-DPT-VAR-TOLERANCE out of the FILLER -
      *                 the percentage, two implied decimals, by which
      *                 a standing order's result may move from one
      *                 generation to the next before the QG1CX024
      *                 variance report lists it, keyed on QDPT.  Zero
      *                 (or spaces on a record not yet re-keyed) means
      *                 the suite default.  Record stays 120.
      ******************************************************************
       01  QG1-DEPTMAST-RECORD.
           05  QG1-DPT-CODE             PIC X(08).
           05  QG1-DPT-NAME             PIC X(30).
           05  QG1-DPT-CONTACT          PIC X(30).
           05  QG1-DPT-STATUS           PIC X(01).
               88  QG1-DPT-ACTIVE           VALUE 'A'.
               88  QG1-DPT-INACTIVE         VALUE 'I'.
           05  QG1-DPT-EFF-DATE         PIC X(10).
           05  QG1-DPT-MAINT-USER       PIC X(08).
           05  QG1-DPT-MAINT-DATE       PIC X(10).
           05  QG1-DPT-COST-CENTER      PIC X(10).
           05  QG1-DPT-VAR-TOLERANCE    PIC 9(03)V99.
           05  FILLER                   PIC X(08) VALUE SPACES.
