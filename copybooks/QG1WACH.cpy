      ******************************************************************
      * Copybook   : QG1WACH
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : AUDITLOG chain state, passed to QG1CXCHK with
      *              one QG1WAUD record at a time.  It holds the
      *              sequence number, check value and date/time stamp
      *              of the last chained record seen (or written), so
      *              the next record can be sealed onto it or verified
      *              against it.  Start it at INITIAL; a fresh chain
      *              begins at sequence 1 chained from a check value
      *              of zero.  On a verify call QG1CXCHK hands back
      *              what it found:
      *                space  the record chains correctly;
      *                U      unchained - written before the trail was
      *                       sequenced, ahead of the first sealed
      *                       record (not an exception);
      *                A      the first sealed record seen is not
      *                       sequence 1 (older generations rolled
      *                       off) - the chain is picked up there;
      *                G      sequence gap - one or more records
      *                       missing before this one;
      *                O      sequence repeated or out of order;
      *                B      break - the check value does not chain
      *                       from the record before (altered,
      *                       replaced or inserted);
      *                N      an unsequenced record after the chain
      *                       began.
      *              and, separately, whether the record's date/time
      *              stamp is earlier than the record before it.
      *              After every verify the state moves on to the
      *              record just read, so one exception is reported
      *              once rather than on every record after it.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-AUDIT-CHAIN-STATE.
           05  QG1-ACH-STARTED          PIC X(01).
               88  QG1-ACH-CHAIN-STARTED    VALUE 'Y'.
               88  QG1-ACH-CHAIN-NOT-STARTED
                                            VALUE 'N'.
           05  QG1-ACH-LAST-SEQ-NO      PIC 9(09).
           05  QG1-ACH-LAST-CHECK-VALUE PIC 9(09).
           05  QG1-ACH-LAST-STAMP.
               10  QG1-ACH-LAST-DATE    PIC X(10).
               10  QG1-ACH-LAST-TIME    PIC X(08).
           05  QG1-ACH-EXPECTED-SEQ-NO  PIC 9(09).
           05  QG1-ACH-FINDING          PIC X(01).
               88  QG1-ACH-CHAINS           VALUE SPACE.
               88  QG1-ACH-UNCHAINED        VALUE 'U'.
               88  QG1-ACH-ANCHORED         VALUE 'A'.
               88  QG1-ACH-GAP              VALUE 'G'.
               88  QG1-ACH-OUT-OF-SEQUENCE  VALUE 'O'.
               88  QG1-ACH-BREAK            VALUE 'B'.
               88  QG1-ACH-NOT-SEQUENCED    VALUE 'N'.
           05  QG1-ACH-STAMP-FINDING    PIC X(01).
               88  QG1-ACH-STAMP-IN-ORDER   VALUE 'N'.
               88  QG1-ACH-STAMP-EARLIER    VALUE 'Y'.
