      *               per OPEN/WRITE/CLOSE request so there is a
      *               durable record of what a run produced, once the
      *               DISPLAY output and the job log have rolled off.
      *               The CICS programs write the same AUDITLOG
      *               cluster through QG1CXAUC instead of calling this
      *               routine; both seal their records through
      *               QG1CXCHK onto one chain.
      * Tectonics   : cobc -c
      * Mod history :
      *  08/09/2026 DS  Initial version.
      *                     NONINDEXED REUSE RECORDSIZE(106 106))
      *                 OPEN EXTEND still appends one record per
      *                 request exactly as before.
      *  10/15/2026 DS  Every record is sealed through QG1CXCHK with
      *                 the next sequence number and a check value
      *                 chained from the last record on the trail.
      *                 2050-FIND-CHAIN-TAIL re-reads the trail to its
      *                 end immediately before each write, so the
      *                 record follows whatever the CICS region or
      *                 another job added since this run opened it.
      *                 Record length now 124 - RECORDSIZE(124 124).
      *  10/15/2026 DS  Function code for QG1CXCHK passed in
      *                 QA-CHK-FUNCTION rather than as a literal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CXAUD.
               88  QA-FILE-IS-OPEN          VALUE 'Y'.
               88  QA-FILE-IS-CLOSED        VALUE 'N'.

           05  QA-SW-TAIL-FOUND         PIC X(01) VALUE 'N'.
               88  QA-TAIL-FOUND            VALUE 'Y'.
           05  QA-SW-TAIL-EOF           PIC X(01) VALUE 'N'.
               88  QA-TAIL-EOF              VALUE 'Y'.

       01  WS-AUDITLOG-STATUS           PIC X(02) VALUE SPACES.
           88  WS-AUDITLOG-OK               VALUE '00'.
           88  WS-AUDITLOG-EOF              VALUE '10'.

      *---------------------------------------------------------------*
      * AUDIT CHAIN -- the state QG1CXCHK seals each record onto, and *
      * the last record found on the trail.                           *
      *---------------------------------------------------------------*
           COPY QG1WACH.

           COPY QG1WAUD REPLACING
               ==QG1-AUDIT-RECORD==   BY ==QG1-AUDTAIL-RECORD==
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUT-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUT-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUT-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUT-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUT-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUT-CHECK-VALUE==.

       01  QA-CHK-WORK.
           05  QA-CHK-FUNCTION          PIC X(01) VALUE SPACE.
           05  QA-CHK-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * RUN DATE/TIME WORK AREAS                                      *
           EXIT.

      *=================================================================
      * 2000-WRITE-LOG -- stamp, seal and write one audit record       *
      *=================================================================
       2000-WRITE-LOG.
           PERFORM 2050-FIND-CHAIN-TAIL THRU 2050-FIND-CHAIN-TAIL-EXIT

           IF LK-AUDIT-RETURN-CODE NOT = ZERO
               GO TO 2000-WRITE-LOG-EXIT
           MOVE LK-AUDIT-SUMMARY    TO QG1-AUD-SUMMARY
           PERFORM 2100-STAMP-DATE-TIME THRU 2100-STAMP-DATE-TIME-EXIT

           MOVE 'S' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDIT-RECORD
                                 QA-CHK-RETURN-CODE
           IF QA-CHK-RETURN-CODE NOT = ZERO
               MOVE 8 TO LK-AUDIT-RETURN-CODE
               GO TO 2000-WRITE-LOG-EXIT
           END-IF

           WRITE QG1-AUDIT-RECORD

           IF NOT WS-AUDITLOG-OK
       2000-WRITE-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-FIND-CHAIN-TAIL -- read the trail through to its last
      * record and take the chain state from it, then leave AUDITLOG
      * open EXTEND for the write.  A trail that will not open for
      * input is taken as empty; the chain starts again at 1 and the
      * verification run reports it.
      *-----------------------------------------------------------------
       2050-FIND-CHAIN-TAIL.
           PERFORM 3000-CLOSE-LOG THRU 3000-CLOSE-LOG-EXIT

           INITIALIZE QG1-AUDIT-CHAIN-STATE
           MOVE 'N' TO QA-SW-TAIL-FOUND
           MOVE 'N' TO QA-SW-TAIL-EOF

           OPEN INPUT AUDITLOG
           IF WS-AUDITLOG-OK
               PERFORM 2060-READ-TAIL THRU 2060-READ-TAIL-EXIT
                   UNTIL QA-TAIL-EOF
               CLOSE AUDITLOG
           END-IF

           PERFORM 1000-OPEN-LOG THRU 1000-OPEN-LOG-EXIT
           IF LK-AUDIT-RETURN-CODE NOT = ZERO
               GO TO 2050-FIND-CHAIN-TAIL-EXIT
           END-IF

           IF QA-TAIL-FOUND
               MOVE 'L' TO QA-CHK-FUNCTION
               CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                     QG1-AUDIT-CHAIN-STATE
                                     QG1-AUDTAIL-RECORD
                                     QA-CHK-RETURN-CODE
           END-IF.

       2050-FIND-CHAIN-TAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2060-READ-TAIL
      *-----------------------------------------------------------------
       2060-READ-TAIL.
           READ AUDITLOG
               AT END
                   SET QA-TAIL-EOF TO TRUE
                   GO TO 2060-READ-TAIL-EXIT
           END-READ

           IF NOT WS-AUDITLOG-OK
               SET QA-TAIL-EOF TO TRUE
               GO TO 2060-READ-TAIL-EXIT
           END-IF

           MOVE QG1-AUDIT-RECORD TO QG1-AUDTAIL-RECORD
           SET QA-TAIL-FOUND TO TRUE.

       2060-READ-TAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-STAMP-DATE-TIME -- current run date/time into the record
      *-----------------------------------------------------------------
