      ******************************************************************
      * Copybook   : QG1WAPT
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : Dual-control approval thresholds, one per request
      *              type.  A request whose amount is over its type's
      *              figure is written to REQMAST AWAITING approval
      *              instead of PENDING, and QG1CX016 will not extract
      *              it until a second signed-on userid releases it on
      *              the QAPR screen (QG1CX040).  The amount measured
      *              is the dividend - the integer dividend for type
      *              I, the dividend with cents for D, A, M and P.
      *              Audit owns these figures; change them here and
      *              recompile the programs that copy this member
      *              (QG1CX035, QG1CX040, QG1CX041, QG1CX022).
      * Mod history:
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Also copied by the result reversal programs
      *                 QG1CX041 and QG1CX022 for their replacement
      *                 requests.
      ******************************************************************
       01  QG1-APPROVAL-THRESHOLDS.
           05  QG1-APT-INTEGER          PIC 9(09)    VALUE 1000000.
           05  QG1-APT-DECIMAL          PIC 9(09)V99 VALUE 1000000.00.
           05  QG1-APT-ALLOCATE         PIC 9(09)V99 VALUE 1000000.00.
           05  QG1-APT-MULTIPLY         PIC 9(09)V99 VALUE 250000.00.
           05  QG1-APT-PERCENT          PIC 9(09)V99 VALUE 1000000.00.
