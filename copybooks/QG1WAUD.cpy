      *              after DISPLAY/CICS screen output has rolled
      *              off, no matter which side of the suite produced
      *              it.
      *              Every record carries a sequence number one
      *              higher than the record before it on the trail and
      *              a check value chained from that record's check
      *              value over this record's content (QG1CXCHK seals
      *              and verifies both), so a record removed, altered
      *              or slipped in shows as a gap or a break when the
      *              trail is verified (QG1CX026, QG1CX015).
      * Mod history:
      *  08/09/2026 DS  Initial version.
      *  08/09/2026 DS  Noted QG1CX032's CICS-side use through AUDT.
      *  08/21/2026 DS  AUDITLOG became a VSAM ESDS; QG1CX032 now
      *                 writes through the FCT file instead of the
      *                 AUDT TDQ.
      *  10/15/2026 DS  Added QG1-AUD-SEQ-NO and QG1-AUD-CHECK-VALUE;
      *                 the record grows from 106 to 124 bytes.  Run
      *                 the QG1CX015 month-end first, then redefine
      *                 the cluster RECORDSIZE(124 124) and reload the
      *                 trimmed trail through a sort step that pads
      *                 each record with 18 zeros (OUTREC
      *                 FIELDS=(1,106,18C'0')) - records written before
      *                 the change carry sequence zero and are
      *                 reported as unchained, not as breaks.
      *                 AUDHIST generations written before the change
      *                 stay 106 bytes.  The CICS writers now add their
      *                 entries through QG1CXAUC.
      ******************************************************************
       01  QG1-AUDIT-RECORD.
           05  QG1-AUD-PROGRAM-ID       PIC X(08).
           05  QG1-AUD-RUN-DATE         PIC X(10).
           05  QG1-AUD-RUN-TIME         PIC X(08).
           05  QG1-AUD-SUMMARY          PIC X(80).
           05  QG1-AUD-SEQ-NO           PIC 9(09).
           05  QG1-AUD-CHECK-VALUE      PIC 9(09).
