      ******************************************************************
      * Copybook   : QG1WRTE
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : RATETAB chargeback rate record, fixed length 80,
      *              read by the QG1CX021 month-end chargeback.  One
      *              record per rate change, in ascending
      *              QG1-RTE-EFF-DATE order: the price per calculated
      *              request of each type, and the surcharge added
      *              for a request that failed, went through REPAIRS
      *              and was recycled back out.  A result is priced
      *              from the last record effective on or before its
      *              run date, so a mid-month rate change bills each
      *              result at the rate in force the day it ran.
      *              Finance owns the figures; the file is edited
      *              and a new record appended, never rewritten.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-RATE-RECORD.
           05  QG1-RTE-EFF-DATE         PIC X(10).
           05  QG1-RTE-RATE-INTEGER     PIC 9(05)V99.
           05  QG1-RTE-RATE-DECIMAL     PIC 9(05)V99.
           05  QG1-RTE-RATE-ALLOCATE    PIC 9(05)V99.
           05  QG1-RTE-RATE-MULTIPLY    PIC 9(05)V99.
           05  QG1-RTE-RATE-PERCENT     PIC 9(05)V99.
           05  QG1-RTE-RECYCLE-SURCHARGE
                                        PIC 9(05)V99.
           05  QG1-RTE-DESCRIPTION      PIC X(20).
           05  FILLER                   PIC X(08).
