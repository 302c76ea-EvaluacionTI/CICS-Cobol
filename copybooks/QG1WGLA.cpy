      ******************************************************************
      * Copybook   : QG1WGLA
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : General-ledger accounts the QG1CX020 journal step
      *              posts each stored result to - one debit and one
      *              credit account per request type.  The debit side
      *              carries the requesting department's cost center
      *              (QG1-DPT-COST-CENTER on DEPTMAST); so does the
      *              credit side, so every pair nets to zero within
      *              the cost center.  An allocation (type A) credits
      *              the whole amount once and debits each share on
      *              its own line.  The ledger group owns these
      *              account numbers; change them here and recompile
      *              QG1CX020.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-GL-ACCOUNTS.
           05  QG1-GLA-INTEGER-DR       PIC X(10) VALUE '6100-00010'.
           05  QG1-GLA-INTEGER-CR       PIC X(10) VALUE '2900-00010'.
           05  QG1-GLA-DECIMAL-DR       PIC X(10) VALUE '6100-00020'.
           05  QG1-GLA-DECIMAL-CR       PIC X(10) VALUE '2900-00020'.
           05  QG1-GLA-ALLOCATE-DR      PIC X(10) VALUE '6100-00030'.
           05  QG1-GLA-ALLOCATE-CR      PIC X(10) VALUE '2900-00030'.
           05  QG1-GLA-MULTIPLY-DR      PIC X(10) VALUE '6100-00040'.
           05  QG1-GLA-MULTIPLY-CR      PIC X(10) VALUE '2900-00040'.
           05  QG1-GLA-PERCENT-DR       PIC X(10) VALUE '6100-00050'.
           05  QG1-GLA-PERCENT-CR       PIC X(10) VALUE '2900-00050'.
