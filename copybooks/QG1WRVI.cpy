      ******************************************************************
      * Copybook   : QG1WRVI
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : REVIN batch reversal input record, fixed length
      *              80, read by QG1CX022.  One record per stored
      *              result to reverse: the request id, a QG1WRSH
      *              reason code and the operator who asked for it.
      *              A replacement id raises a corrected request on
      *              REQMAST pointing back at the reversed one; the
      *              new operands are keyed the QREQ way - eleven
      *              digits, the last two cents except for type I -
      *              and a blank operand keeps the reversed result's.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-REVIN-RECORD.
           05  QG1-RVI-REQ-ID           PIC X(06).
           05  QG1-RVI-REASON           PIC X(04).
           05  QG1-RVI-OPERATOR         PIC X(08).
           05  QG1-RVI-REPLACE-ID       PIC X(06).
           05  QG1-RVI-NEW-DIVIDEND     PIC X(11).
           05  QG1-RVI-NEW-DIVISOR      PIC X(11).
           05  FILLER                   PIC X(34).
