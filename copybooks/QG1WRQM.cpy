      *  09/01/2026 DS  Added the multiply (M) and percentage-of (P)
      *                 types - amount in QG1-RQM-DIVIDEND-DEC,
      *                 factor or percentage in QG1-RQM-DIVISOR-DEC.
      *  10/15/2026 DS  Dual control - a request whose amount is over
      *                 its type's QG1WAPT threshold is written AWAITING
      *                 (W) instead of PENDING or STANDING, and only
      *                 the QAPR approval screen (QG1CX040) moves it
      *                 on: released to P (or to S when it carries a
      *                 frequency), or DECLINED (Z) with a reason on
      *                 AUDITLOG.  QG1-RQM-KEYED-USER, carved from the
      *                 trailing filler, holds the userid that last
      *                 added or changed the record so the approver can
      *                 be made to differ.  Record length unchanged.
      *  10/15/2026 DS  A replacement raised when a result is reversed
      *                 (QREV, QG1CX041, or the QG1CX022 batch) carries
      *                 the reversed request's id in QG1-RQM-SOURCE-ID,
      *                 the same way a generated request carries its
      *                 standing id.
      ******************************************************************
       01  QG1-REQMAST-RECORD.
           05  QG1-RQM-REQ-ID           PIC X(06).
               88  QG1-RQM-STANDING         VALUE 'S'.
               88  QG1-RQM-SUSPENDED        VALUE 'H'.
               88  QG1-RQM-RETIRED          VALUE 'X'.
               88  QG1-RQM-AWAITING         VALUE 'W'.
               88  QG1-RQM-DECLINED         VALUE 'Z'.
           05  QG1-RQM-REQ-TYPE         PIC X(01).
               88  QG1-RQM-INTEGER          VALUE 'I'.
               88  QG1-RQM-DECIMAL          VALUE 'D'.
           05  QG1-RQM-NEXT-DUE         PIC X(10).
           05  QG1-RQM-GEN-COUNT        PIC 9(03).
           05  QG1-RQM-SOURCE-ID        PIC X(06).
           05  QG1-RQM-KEYED-USER       PIC X(08).
