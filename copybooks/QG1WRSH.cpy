      ******************************************************************
      * Copybook   : QG1WRSH
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Result-history record - one VSAM KSDS record per
      *              stored result that was taken off the books,
      *              keyed on the request id plus the date and time
      *              it happened, so every generation of an id is
      *              kept in order.  Event R is a reversal through
      *              QREV (QG1CX041) or the QG1CX022 batch reversal,
      *              with the reason code, the operator and the id of
      *              any replacement request raised on REQMAST.
      *              Event O is QG1CX013 overwriting a stored result
      *              on a rerun of the same id.  QG1-RSH-RESULT-IMAGE
      *              is the QG1WRSM record exactly as it stood before.
      *              Reason codes: OPER operator keying error, DEPT
      *              wrong department, TYPE wrong request type, DUPL
      *              duplicate of another request, OTHR anything
      *              else; RRUN is the rerun overwrite.
      *              QG1-RSH-JOURNAL-DATE is the posting date the
      *              QG1CX020 journal put a reversal's swapped
      *              entries out under - blank until it has.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  QG1-RSH-JOURNAL-DATE carved from the filler
      *                 (record still 180), set by QG1CX020 once it
      *                 has journalled the reversal.
      ******************************************************************
       01  QG1-RESHIST-RECORD.
           05  QG1-RSH-KEY.
               10  QG1-RSH-REQ-ID       PIC X(06).
               10  QG1-RSH-HIST-DATE    PIC X(10).
               10  QG1-RSH-HIST-TIME    PIC X(08).
           05  QG1-RSH-EVENT            PIC X(01).
               88  QG1-RSH-REVERSED         VALUE 'R'.
               88  QG1-RSH-OVERWRITTEN      VALUE 'O'.
           05  QG1-RSH-REASON           PIC X(04).
               88  QG1-RSH-REASON-VALID     VALUE 'OPER' 'DEPT' 'TYPE'
                                                  'DUPL' 'OTHR'.
               88  QG1-RSH-REASON-RERUN     VALUE 'RRUN'.
           05  QG1-RSH-OPERATOR         PIC X(08).
           05  QG1-RSH-PROGRAM-ID       PIC X(08).
           05  QG1-RSH-REPLACE-ID       PIC X(06).
           05  QG1-RSH-RESULT-IMAGE     PIC X(112).
           05  QG1-RSH-JOURNAL-DATE     PIC X(10).
           05  FILLER                   PIC X(07).
