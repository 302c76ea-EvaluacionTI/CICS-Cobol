      *               NOT written through QG1CXAUD, because AUDITLOG
      *               is this program's input and cannot also be open
      *               EXTEND in the same step.
      *               Before anything is archived the trail's chain is
      *               verified through QG1CXCHK, picking up from the
      *               last record of the previous AUDHIST generation
      *               (AUDPREV); a month whose chain does not verify
      *               is neither archived nor trimmed.
      *               The PARM may name one known break the operator
      *               has looked into and accepts, as
      *               'YYYY-MM,ACCEPT=nnnnnnnnn': any exception on the
      *               record numbered nnnnnnnnn, and a break on the one
      *               after it, is then listed but not held against
      *               the trail, and the acceptance is logged on the
      *               trail with this run's entry.  A batch write
      *               through QG1CXAUD that collides with an online
      *               one through QG1CXAUC leaves exactly that - the
      *               same sequence number twice, perhaps a break on
      *               the next record.
      * Tectonics   : cobc -x
      * Mod history :
      *  08/21/2026 DS  Initial version.
      *                 copies AUDNEW back with IDCAMS REPRO REUSE
      *                 instead of IEBGENER, which cannot touch a
      *                 VSAM cluster.
      *  10/15/2026 DS  The trail is verified before it is archived -
      *                 1500-VERIFY-TRAIL reads AUDITLOG once through
      *                 QG1CXCHK from the AUDPREV anchor and lists any
      *                 gap, break, reordered or unsequenced record
      *                 (and any timestamp running backwards) at the
      *                 head of AUDRPT.  A gap, break, reordered or
      *                 unsequenced record refuses the run: nothing
      *                 goes to AUDHIST or AUDNEW, the refusal is
      *                 logged through QG1CXAUD and alerts the console,
      *                 and RC 8 stops the trim step (the empty
      *                 generation is deleted by the job).  Timestamps
      *                 alone do not refuse.  Archiving now stops at
      *                 the first record past the report month, so
      *                 each generation is one unbroken stretch of
      *                 the chain, and this run's own entry is sealed
      *                 onto the last record read.  Record length now
      *                 124.
      *  10/15/2026 DS  Optional ',ACCEPT=nnnnnnnnn' on the PARM to
      *                 accept a known break at that sequence number
      *                 (a batch/online write collision), so one
      *                 acknowledged exception no longer refuses every
      *                 later month.  Accepted findings are listed and
      *                 counted apart, shown on the console and carried
      *                 in this run's audit entry.  Function code for
      *                 QG1CXCHK passed in QA-CHK-FUNCTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX015.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT AUDPREV    ASSIGN TO AUDPREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDPREV-STATUS.

           SELECT AUDHIST    ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.
           RECORDING MODE IS F.
           COPY QG1WAUD.

       FD  AUDPREV
           RECORDING MODE IS F.
           COPY QG1WAUD REPLACING
               ==QG1-AUDIT-RECORD==   BY ==QG1-AUDPREV-RECORD==
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUP-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUP-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUP-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUP-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUP-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUP-CHECK-VALUE==.

       FD  AUDHIST
           RECORDING MODE IS F.
           COPY QG1WAUD REPLACING
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUH-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUH-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUH-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUH-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUH-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUH-CHECK-VALUE==.

       FD  AUDNEW
           RECORDING MODE IS F.
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUN-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUN-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUN-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUN-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUN-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUN-CHECK-VALUE==.

       FD  AUDRPT
           RECORDING MODE IS F.
           05  WS-AUDITLOG-STATUS       PIC X(02) VALUE SPACES.
               88  WS-AUDITLOG-OK           VALUE '00'.
               88  WS-AUDITLOG-EOF          VALUE '10'.
           05  WS-AUDPREV-STATUS        PIC X(02) VALUE SPACES.
               88  WS-AUDPREV-OK            VALUE '00'.
               88  WS-AUDPREV-EOF           VALUE '10'.
           05  WS-AUDHIST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-AUDHIST-OK            VALUE '00'.
           05  WS-AUDNEW-STATUS         PIC X(02) VALUE SPACES.
               88  QA-END-OF-FILE           VALUE 'Y'.
           05  QA-SW-PGM-FOUND          PIC X(01) VALUE 'N'.
               88  QA-PGM-FOUND             VALUE 'Y'.
           05  QA-SW-PREV-EOF           PIC X(01) VALUE 'N'.
               88  QA-PREV-END-OF-FILE      VALUE 'Y'.
           05  QA-SW-ANCHOR             PIC X(01) VALUE 'N'.
               88  QA-ANCHOR-FOUND          VALUE 'Y'.
           05  QA-SW-KEEPING            PIC X(01) VALUE 'N'.
               88  QA-KEEPING-REST          VALUE 'Y'.
           05  QA-SW-TRAIL              PIC X(01) VALUE 'Y'.
               88  QA-TRAIL-VERIFIED        VALUE 'Y'.
               88  QA-TRAIL-REFUSED         VALUE 'N'.
           05  QA-SW-ACCEPTED           PIC X(01) VALUE 'N'.
               88  QA-FINDING-ACCEPTED      VALUE 'Y'.

      *---------------------------------------------------------------*
      * AUDIT CHAIN -- the state QG1CXCHK verifies the trail against  *
      * (and seals this run's own entry onto), and the last record of *
      * the previous AUDHIST generation, where the chain picks up.    *
      *---------------------------------------------------------------*
           COPY QG1WACH.

           COPY QG1WAUD REPLACING
               ==QG1-AUDIT-RECORD==   BY ==QG1-AUDANCH-RECORD==
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUA-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUA-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUA-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUA-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUA-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUA-CHECK-VALUE==.

       01  QA-CHK-WORK.
           05  QA-CHK-FUNCTION          PIC X(01) VALUE SPACE.
           05  QA-CHK-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  QA-CHAIN-COUNTS.
           05  QA-CHN-CHECKED           PIC 9(07) VALUE ZERO.
           05  QA-CHN-UNCHAINED         PIC 9(07) VALUE ZERO.
           05  QA-CHN-EXCEPTIONS        PIC 9(05) VALUE ZERO.
           05  QA-CHN-STAMPS            PIC 9(05) VALUE ZERO.
           05  QA-CHN-LAST-MISSING      PIC 9(09) VALUE ZERO.
           05  QA-CHN-ACCEPTED          PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * ACCEPTED BREAK -- the sequence number from ',ACCEPT=' on the  *
      * PARM; zero when none was given.                               *
      *---------------------------------------------------------------*
       01  QA-ACCEPT-SEQ-NO             PIC 9(09) VALUE ZERO.
       01  QA-ACCEPT-NEXT-SEQ-NO        PIC 9(09) VALUE ZERO.

      *---------------------------------------------------------------*
      * CHAIN FINDINGS -- kept for the head of the report; QG1CX026   *
      * lists them all when there are more than the table holds.      *
      *---------------------------------------------------------------*
       01  QA-FINDING-TABLE.
           05  QA-FND-USED              PIC 9(02) COMP VALUE ZERO.
           05  QA-FND-SUB               PIC 9(02) COMP VALUE ZERO.
           05  QA-FND-LINE OCCURS 40 TIMES
                                        PIC X(100).

      *---------------------------------------------------------------*
      * REPORT MONTH -- from the PARM (YYYY-MM) or, absent that, the  *
           05  FILLER        PIC X(20) VALUE '  REJECT PCT      :'.
           05  WS-X13-L4-PCT            PIC ZZ9.9.

       01  WS-CHAIN-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHN-SEQ-NO            PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHN-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CHN-RUN-TIME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHN-PROGRAM-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHN-TEXT              PIC X(56).

       01  WS-CHAIN-TOTAL-LINE.
           05  WS-CTL-LABEL             PIC X(20).
           05  WS-CTL-COUNT             PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-1.
           05  FILLER        PIC X(20) VALUE 'RECORDS READ      :'.
           05  WS-TRL-READ              PIC ZZZ,ZZ9.
       01  WS-CURRENT-DATE                PIC X(10).
       01  WS-CURRENT-TIME                PIC X(08).

      *---------------------------------------------------------------*
      * AUDIT TRAIL WORK -- a refused run logs itself through         *
      * QG1CXAUD once AUDITLOG has been closed.                       *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX015'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- 7 characters, the report month as YYYY-MM, or    *
      * 24 as YYYY-MM,ACCEPT=nnnnnnnnn to accept a known break at     *
      * that sequence number.  An absent or malformed PARM reports    *
      * and consolidates the month the job runs in.                   *
      *---------------------------------------------------------------*
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(04) COMP.
           05  LK-PARM-TEXT              PIC X(07).
           05  LK-PARM-ACCEPT-LIT        PIC X(08).
               88  LK-PARM-ACCEPT-GIVEN      VALUE ',ACCEPT='.
           05  LK-PARM-ACCEPT-SEQ-X      PIC X(09).
           05  LK-PARM-ACCEPT-SEQ REDEFINES LK-PARM-ACCEPT-SEQ-X
                                         PIC 9(09).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 1500-VERIFY-TRAIL THRU 1500-VERIFY-TRAIL-EXIT

           IF QA-TRAIL-VERIFIED
               PERFORM 1800-RESTART-TRAIL THRU 1800-RESTART-TRAIL-EXIT
               PERFORM 2000-PROCESS-ONE-ENTRY THRU
                       2000-PROCESS-ONE-ENTRY-EXIT
                   UNTIL QA-END-OF-FILE
           END-IF

           PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT

               STOP RUN
           END-IF

           OPEN INPUT  AUDPREV
           IF NOT WS-AUDPREV-OK
               DISPLAY 'QG1CX015 - UNABLE TO OPEN AUDPREV, STATUS '
                       WS-AUDPREV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDHIST
           IF NOT WS-AUDHIST-OK
               DISPLAY 'QG1CX015 - UNABLE TO OPEN AUDHIST, STATUS '

           PERFORM 5100-STAMP-DATE-TIME THRU 5100-STAMP-DATE-TIME-EXIT

           PERFORM 1050-PROCESS-PARM THRU 1050-PROCESS-PARM-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- pick up the report month from the JCL
      * PARM when one was passed; default to the running month.  An
      * ACCEPT= that is not nine digits, or is zero, accepts nothing.
      *-----------------------------------------------------------------
       1050-PROCESS-PARM.
           IF LK-PARM-LENGTH = 24
               PERFORM 1060-PROCESS-ACCEPT THRU
                       1060-PROCESS-ACCEPT-EXIT
           END-IF

           IF LK-PARM-LENGTH = 7 OR LK-PARM-LENGTH = 24
               MOVE LK-PARM-TEXT TO WS-REPORT-MONTH
               DISPLAY 'QG1CX015 - PARM SUPPLIED, REPORT MONTH = '
                       WS-REPORT-MONTH
       1050-PROCESS-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1060-PROCESS-ACCEPT -- the known break the operator accepts.
      *-----------------------------------------------------------------
       1060-PROCESS-ACCEPT.
           IF NOT LK-PARM-ACCEPT-GIVEN
              OR LK-PARM-ACCEPT-SEQ-X NOT NUMERIC
               DISPLAY 'QG1CX015 - PARM ACCEPT= NOT RECOGNISED, '
                       'NOTHING ACCEPTED'
               GO TO 1060-PROCESS-ACCEPT-EXIT
           END-IF

           IF LK-PARM-ACCEPT-SEQ = ZERO
               DISPLAY 'QG1CX015 - PARM ACCEPT= NOT RECOGNISED, '
                       'NOTHING ACCEPTED'
               GO TO 1060-PROCESS-ACCEPT-EXIT
           END-IF

           MOVE LK-PARM-ACCEPT-SEQ TO QA-ACCEPT-SEQ-NO
           COMPUTE QA-ACCEPT-NEXT-SEQ-NO = QA-ACCEPT-SEQ-NO + 1
           DISPLAY 'QG1CX015 - OPERATOR ACCEPTS A KNOWN CHAIN BREAK AT '
                   'SEQUENCE ' QA-ACCEPT-SEQ-NO
               UPON CONSOLE
           DISPLAY 'QG1CX015 - OPERATOR ACCEPTS A KNOWN CHAIN BREAK AT '
                   'SEQUENCE ' QA-ACCEPT-SEQ-NO.

       1060-PROCESS-ACCEPT-EXIT.
           EXIT.

      *=================================================================
      * 1500-VERIFY-TRAIL -- one pass over AUDITLOG through QG1CXCHK,  *
      * picking the chain up from the last record of the previous      *
      * AUDHIST generation.  A gap, break, reordered or unsequenced    *
      * record refuses the run unless the PARM accepts it; a timestamp *
      * running backwards is only listed.                              *
      *=================================================================
       1500-VERIFY-TRAIL.
           INITIALIZE QG1-AUDIT-CHAIN-STATE

           PERFORM 1510-READ-AUDPREV THRU 1510-READ-AUDPREV-EXIT
               UNTIL QA-PREV-END-OF-FILE

           IF QA-ANCHOR-FOUND
               MOVE 'L' TO QA-CHK-FUNCTION
               CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                     QG1-AUDIT-CHAIN-STATE
                                     QG1-AUDANCH-RECORD
                                     QA-CHK-RETURN-CODE
           END-IF

           PERFORM 1900-READ-AUDITLOG THRU 1900-READ-AUDITLOG-EXIT

           PERFORM 1550-VERIFY-ONE-ENTRY THRU
                   1550-VERIFY-ONE-ENTRY-EXIT
               UNTIL QA-END-OF-FILE

           IF QA-CHN-EXCEPTIONS > ZERO
               SET QA-TRAIL-REFUSED TO TRUE
           END-IF.

       1500-VERIFY-TRAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1510-READ-AUDPREV -- keep the last record of the previous
      * generation.  DD DUMMY (no generation yet) simply ends at once.
      *-----------------------------------------------------------------
       1510-READ-AUDPREV.
           READ AUDPREV
               AT END
                   SET QA-PREV-END-OF-FILE TO TRUE
                   GO TO 1510-READ-AUDPREV-EXIT
           END-READ

           IF NOT WS-AUDPREV-OK
               DISPLAY 'QG1CX015 - READ OF AUDPREV FAILED, STATUS '
                       WS-AUDPREV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE QG1-AUDPREV-RECORD TO QG1-AUDANCH-RECORD
           SET QA-ANCHOR-FOUND TO TRUE.

       1510-READ-AUDPREV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1550-VERIFY-ONE-ENTRY -- the same findings QG1CX026 reports.
      *-----------------------------------------------------------------
       1550-VERIFY-ONE-ENTRY.
           ADD 1 TO QA-CHN-CHECKED

           MOVE 'V' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDIT-RECORD
                                 QA-CHK-RETURN-CODE

           IF QG1-ACH-UNCHAINED
               ADD 1 TO QA-CHN-UNCHAINED
               GO TO 1550-VERIFY-ONE-ENTRY-EXIT
           END-IF

           MOVE SPACES TO WS-CHN-TEXT

           EVALUATE TRUE
               WHEN QG1-ACH-GAP
                   COMPUTE QA-CHN-LAST-MISSING = QG1-AUD-SEQ-NO - 1
                   STRING 'SEQUENCE GAP - '
                       QG1-ACH-EXPECTED-SEQ-NO ' THRU '
                       QA-CHN-LAST-MISSING ' MISSING'
                       DELIMITED BY SIZE INTO WS-CHN-TEXT
                   PERFORM 1560-NOTE-FINDING THRU
                           1560-NOTE-FINDING-EXIT
               WHEN QG1-ACH-OUT-OF-SEQUENCE
                   STRING 'SEQUENCE REPEATED OR OUT OF ORDER - '
                       'EXPECTED ' QG1-ACH-EXPECTED-SEQ-NO
                       DELIMITED BY SIZE INTO WS-CHN-TEXT
                   PERFORM 1560-NOTE-FINDING THRU
                           1560-NOTE-FINDING-EXIT
               WHEN QG1-ACH-BREAK
                   MOVE 'CHAIN BROKEN - RECORD ALTERED, REPLACED OR'
                       TO WS-CHN-TEXT
                   MOVE 'INSERTED' TO WS-CHN-TEXT (44:8)
                   PERFORM 1560-NOTE-FINDING THRU
                           1560-NOTE-FINDING-EXIT
               WHEN QG1-ACH-NOT-SEQUENCED
                   MOVE 'NO SEQUENCE NUMBER ON A RECORD AFTER THE'
                       TO WS-CHN-TEXT
                   MOVE 'CHAIN BEGAN' TO WS-CHN-TEXT (42:11)
                   PERFORM 1560-NOTE-FINDING THRU
                           1560-NOTE-FINDING-EXIT
           END-EVALUATE

           IF QG1-ACH-GAP OR QG1-ACH-OUT-OF-SEQUENCE OR
              QG1-ACH-BREAK OR QG1-ACH-NOT-SEQUENCED
               PERFORM 1570-COUNT-EXCEPTION THRU
                       1570-COUNT-EXCEPTION-EXIT
           END-IF

           IF QG1-ACH-STAMP-EARLIER
               ADD 1 TO QA-CHN-STAMPS
               MOVE 'DATE/TIME EARLIER THAN THE RECORD BEFORE IT'
                   TO WS-CHN-TEXT
               PERFORM 1560-NOTE-FINDING THRU 1560-NOTE-FINDING-EXIT
           END-IF.

       1550-VERIFY-ONE-ENTRY-EXIT.
           PERFORM 1900-READ-AUDITLOG THRU 1900-READ-AUDITLOG-EXIT.

      *-----------------------------------------------------------------
      * 1560-NOTE-FINDING -- hold the line for the report; past the
      * fortieth only the counts go on.
      *-----------------------------------------------------------------
       1560-NOTE-FINDING.
           IF QA-FND-USED >= 40
               GO TO 1560-NOTE-FINDING-EXIT
           END-IF

           MOVE ZERO TO WS-CHN-SEQ-NO
           IF QG1-AUD-SEQ-NO NUMERIC
               MOVE QG1-AUD-SEQ-NO TO WS-CHN-SEQ-NO
           END-IF
           MOVE QG1-AUD-RUN-DATE   TO WS-CHN-RUN-DATE
           MOVE QG1-AUD-RUN-TIME   TO WS-CHN-RUN-TIME
           MOVE QG1-AUD-PROGRAM-ID TO WS-CHN-PROGRAM-ID

           ADD 1 TO QA-FND-USED
           MOVE WS-CHAIN-LINE TO QA-FND-LINE (QA-FND-USED).

       1560-NOTE-FINDING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1570-COUNT-EXCEPTION -- an exception refuses the run unless it
      * is the break the PARM accepts: anything on the record with the
      * accepted sequence number, or a break on the record after it.
      *-----------------------------------------------------------------
       1570-COUNT-EXCEPTION.
           MOVE 'N' TO QA-SW-ACCEPTED

           IF QA-ACCEPT-SEQ-NO > ZERO AND QG1-AUD-SEQ-NO NUMERIC
               IF QG1-AUD-SEQ-NO = QA-ACCEPT-SEQ-NO
                   SET QA-FINDING-ACCEPTED TO TRUE
               END-IF
               IF QG1-AUD-SEQ-NO = QA-ACCEPT-NEXT-SEQ-NO
                  AND QG1-ACH-BREAK
                   SET QA-FINDING-ACCEPTED TO TRUE
               END-IF
           END-IF

           IF NOT QA-FINDING-ACCEPTED
               ADD 1 TO QA-CHN-EXCEPTIONS
               GO TO 1570-COUNT-EXCEPTION-EXIT
           END-IF

           ADD 1 TO QA-CHN-ACCEPTED
           MOVE 'ABOVE ACCEPTED ON THE PARM - NOT HELD AGAINST TRAIL'
               TO WS-CHN-TEXT
           PERFORM 1560-NOTE-FINDING THRU 1560-NOTE-FINDING-EXIT.

       1570-COUNT-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1800-RESTART-TRAIL -- back to the top of AUDITLOG for the
      * archive pass, with the chain state back at the anchor; the
      * archive pass follows the chain so that this run's own entry
      * can be sealed onto the last record read.
      *-----------------------------------------------------------------
       1800-RESTART-TRAIL.
           CLOSE AUDITLOG
           OPEN INPUT AUDITLOG
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'QG1CX015 - UNABLE TO REOPEN AUDITLOG, STATUS '
                       WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO QA-SW-EOF

           INITIALIZE QG1-AUDIT-CHAIN-STATE
           IF QA-ANCHOR-FOUND
               MOVE 'L' TO QA-CHK-FUNCTION
               CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                     QG1-AUDIT-CHAIN-STATE
                                     QG1-AUDANCH-RECORD
                                     QA-CHK-RETURN-CODE
           END-IF

           PERFORM 1900-READ-AUDITLOG THRU 1900-READ-AUDITLOG-EXIT.

       1800-RESTART-TRAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-AUDITLOG
      *-----------------------------------------------------------------
      * 2000-PROCESS-ONE-ENTRY -- route one trail record: up to and    *
      * including the report month it is archived (and, when it IS     *
      * the report month, counted into the activity tables); anything  *
      * later stays on the trimmed trail.  Once one record has stayed, *
      * everything after it stays too, so that the generation is one   *
      * unbroken stretch of the chain and the trimmed trail carries on *
      * from its last record.                                          *
      *=================================================================
       2000-PROCESS-ONE-ENTRY.
           ADD 1 TO QA-CNT-READ
           MOVE QG1-AUD-RUN-DATE TO WS-AUD-DATE-WORK

           MOVE 'L' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDIT-RECORD
                                 QA-CHK-RETURN-CODE

           IF WS-AUD-MONTH > WS-REPORT-MONTH
               SET QA-KEEPING-REST TO TRUE
           END-IF

           IF QA-KEEPING-REST
               MOVE QG1-AUDIT-RECORD TO QG1-AUDNEW-RECORD
               WRITE QG1-AUDNEW-RECORD
               IF NOT WS-AUDNEW-OK
                   STOP RUN
               END-IF
               ADD 1 TO QA-CNT-KEPT
               IF WS-AUD-MONTH = WS-REPORT-MONTH
                   PERFORM 3000-ACCUMULATE-ACTIVITY THRU
                           3000-ACCUMULATE-ACTIVITY-EXIT
               END-IF
               GO TO 2000-PROCESS-ONE-ENTRY-EXIT
           END-IF

           MOVE SPACES TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           PERFORM 8050-WRITE-CHAIN-SECTION THRU
                   8050-WRITE-CHAIN-SECTION-EXIT

           IF QA-TRAIL-REFUSED
               GO TO 8000-WRITE-REPORT-EXIT
           END-IF

           MOVE 'RUNS PER PROGRAM' TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD
       8000-WRITE-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8050-WRITE-CHAIN-SECTION -- what the verification pass found,
      * and, when the trail did not verify, that the month was left
      * where it was.
      *-----------------------------------------------------------------
       8050-WRITE-CHAIN-SECTION.
           MOVE 'AUDIT CHAIN VERIFICATION' TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           MOVE ZERO TO QA-FND-SUB
           PERFORM 8060-WRITE-FINDING-LINE THRU
                   8060-WRITE-FINDING-LINE-EXIT
               UNTIL QA-FND-SUB >= QA-FND-USED

           IF QA-CHN-EXCEPTIONS + QA-CHN-STAMPS + QA-CHN-ACCEPTED
              + QA-CHN-ACCEPTED > QA-FND-USED
               MOVE '  MORE FINDINGS NOT LISTED - SEE QG1CX026'
                   TO QG1-AUDRPT-LINE
               WRITE QG1-AUDRPT-RECORD
           END-IF

           MOVE 'RECORDS CHECKED   :' TO WS-CTL-LABEL
           MOVE QA-CHN-CHECKED TO WS-CTL-COUNT
           MOVE WS-CHAIN-TOTAL-LINE TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           MOVE 'UNCHAINED (OLD)   :' TO WS-CTL-LABEL
           MOVE QA-CHN-UNCHAINED TO WS-CTL-COUNT
           MOVE WS-CHAIN-TOTAL-LINE TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           MOVE 'CHAIN EXCEPTIONS  :' TO WS-CTL-LABEL
           MOVE QA-CHN-EXCEPTIONS TO WS-CTL-COUNT
           MOVE WS-CHAIN-TOTAL-LINE TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           IF QA-ACCEPT-SEQ-NO > ZERO
               MOVE 'ACCEPTED ON PARM  :' TO WS-CTL-LABEL
               MOVE QA-CHN-ACCEPTED TO WS-CTL-COUNT
               MOVE WS-CHAIN-TOTAL-LINE TO QG1-AUDRPT-LINE
               WRITE QG1-AUDRPT-RECORD
           END-IF

           MOVE 'TIMESTAMP WARNINGS:' TO WS-CTL-LABEL
           MOVE QA-CHN-STAMPS TO WS-CTL-COUNT
           MOVE WS-CHAIN-TOTAL-LINE TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           MOVE SPACES TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD

           IF QA-TRAIL-REFUSED
               MOVE '*** TRAIL DOES NOT VERIFY - MONTH NOT ARCHIVED, '
                   TO QG1-AUDRPT-LINE
               MOVE 'AUDITLOG NOT TRIMMED ***'
                   TO QG1-AUDRPT-LINE (49:24)
               WRITE QG1-AUDRPT-RECORD
           END-IF.

       8050-WRITE-CHAIN-SECTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8060-WRITE-FINDING-LINE
      *-----------------------------------------------------------------
       8060-WRITE-FINDING-LINE.
           ADD 1 TO QA-FND-SUB
           MOVE QA-FND-LINE (QA-FND-SUB) TO QG1-AUDRPT-LINE
           WRITE QG1-AUDRPT-RECORD.

       8060-WRITE-FINDING-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-WRITE-PGM-LINE
      *-----------------------------------------------------------------

      *=================================================================
      * 9000-TERMINATE -- this run's own audit entry goes straight     *
      * onto the trimmed trail, since AUDITLOG itself is our input,    *
      * sealed onto the last record read, naming any break the PARM    *
      * accepted.  A refused run leaves the trail alone and logs the   *
      * refusal through QG1CXAUD instead.                              *
      *=================================================================
       9000-TERMINATE.
           IF QA-TRAIL-REFUSED
               PERFORM 9100-REFUSE-MONTH THRU 9100-REFUSE-MONTH-EXIT
               GO TO 9000-TERMINATE-EXIT
           END-IF

           PERFORM 5100-STAMP-DATE-TIME THRU 5100-STAMP-DATE-TIME-EXIT

           MOVE 'QG1CX015'       TO QG1-AUN-PROGRAM-ID
           MOVE WS-CURRENT-DATE  TO QG1-AUN-RUN-DATE
           MOVE WS-CURRENT-TIME  TO QG1-AUN-RUN-TIME
           MOVE SPACES           TO QG1-AUN-SUMMARY
           IF QA-ACCEPT-SEQ-NO > ZERO
               STRING 'CONSOL MONTH=' WS-REPORT-MONTH
                   ' ARCH=' QA-CNT-ARCHIVED
                   ' KEPT=' QA-CNT-KEPT
                   ' ACCEPT=' QA-ACCEPT-SEQ-NO
                   ' FND=' QA-CHN-ACCEPTED
                   DELIMITED BY SIZE INTO QG1-AUN-SUMMARY
           ELSE
               STRING 'CONSOL MONTH=' WS-REPORT-MONTH
                   ' ARCH=' QA-CNT-ARCHIVED
                   ' KEPT=' QA-CNT-KEPT
                   DELIMITED BY SIZE INTO QG1-AUN-SUMMARY
           END-IF
           MOVE 'S' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDNEW-RECORD
                                 QA-CHK-RETURN-CODE
           WRITE QG1-AUDNEW-RECORD
           IF NOT WS-AUDNEW-OK
               DISPLAY 'QG1CX015 - WRITE TO AUDNEW FAILED, STATUS '
           END-IF

           CLOSE AUDITLOG
           CLOSE AUDPREV
           CLOSE AUDHIST
           CLOSE AUDNEW
           CLOSE AUDRPT.
       9000-TERMINATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-REFUSE-MONTH -- RC 8 keeps the job from trimming the
      * trail; AUDHIST and AUDNEW were opened but never written.
      *-----------------------------------------------------------------
       9100-REFUSE-MONTH.
           DISPLAY 'QG1CX015 *** AUDIT TRAIL DOES NOT VERIFY - '
                   QA-CHN-EXCEPTIONS ' EXCEPTIONS - MONTH NOT ARCHIVED'
               UPON CONSOLE
           DISPLAY 'QG1CX015 *** AUDIT TRAIL DOES NOT VERIFY - '
                   QA-CHN-EXCEPTIONS ' EXCEPTIONS - MONTH NOT ARCHIVED'

           CLOSE AUDITLOG
           CLOSE AUDPREV
           CLOSE AUDHIST
           CLOSE AUDNEW
           CLOSE AUDRPT

           MOVE 'W' TO QA-AUDIT-FUNCTION
           MOVE SPACES TO QA-AUDIT-SUMMARY
           IF QA-ACCEPT-SEQ-NO > ZERO
               STRING 'CONSOL MONTH=' WS-REPORT-MONTH
                   ' REFUSED - CHAIN EXC=' QA-CHN-EXCEPTIONS
                   ' TS=' QA-CHN-STAMPS
                   ' ACC=' QA-CHN-ACCEPTED
                   DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           ELSE
               STRING 'CONSOL MONTH=' WS-REPORT-MONTH
                   ' REFUSED - CHAIN EXC=' QA-CHN-EXCEPTIONS
                   ' TS=' QA-CHN-STAMPS
                   DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           END-IF
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 8 TO RETURN-CODE.

       9100-REFUSE-MONTH-EXIT.
           EXIT.

       END PROGRAM QG1CX015.
