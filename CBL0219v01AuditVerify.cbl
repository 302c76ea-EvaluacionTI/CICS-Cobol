      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Audit trail verification.  Walks every AUDHIST
      *               generation the QG1CX015 month-end has archived
      *               and then the live AUDITLOG as one continuous
      *               trail.  The AUDHIST base must be read oldest
      *               generation first, so the GDG is defined FIFO
      *               (see the QG1CX015 job); read newest first, every
      *               generation boundary would show as out of order.
      *               Each record is checked through QG1CXCHK against
      *               the one before it: the sequence number must be one
      *               higher, the check value must chain, and the
      *               date/time stamp must not go backwards.  Every
      *               exception is listed on VERRPT with the record
      *               it was found on:
      *                 gap     - records missing before this one;
      *                 order   - a sequence number repeated or out
      *                           of order;
      *                 break   - the check value does not chain, so
      *                           this record (or the one before) was
      *                           altered, replaced or slipped in;
      *                 unsequenced - a record with no sequence number
      *                           after the chain began;
      *                 timestamp - earlier than the record before.
      *               Records written before the trail was sequenced
      *               lead the oldest generations with sequence zero;
      *               they are counted, not reported.  When the oldest
      *               generation has rolled off the GDG the chain is
      *               picked up at the first record read and noted.
      *               A gap, order, break or unsequenced exception
      *               ends RC 8 and alerts the console; timestamps
      *               alone end RC 4 - the chain itself still holds
      *               and the likeliest cause is the CICS region's
      *               clock running ahead of the batch side's.
      *               Nothing on the trail can show records taken off
      *               its END; the last sequence number is printed so
      *               it can be compared with the next run's first.
      *               A batch write colliding with an online one shows
      *               as a repeated sequence number (and perhaps a
      *               break on the record after); once looked into,
      *               QG1CX015 can be told to accept it on its PARM.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Function code for QG1CXCHK passed in
      *                 QA-CHK-FUNCTION rather than as a literal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDHIST    ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT AUDITLOG   ASSIGN TO AS-AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT VERRPT     ASSIGN TO VERRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDHIST
           RECORDING MODE IS F.
           COPY QG1WAUD REPLACING
               ==QG1-AUDIT-RECORD==   BY ==QG1-AUDHIST-RECORD==
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUH-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUH-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUH-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUH-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUH-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUH-CHECK-VALUE==.

       FD  AUDITLOG
           RECORDING MODE IS F.
           COPY QG1WAUD.

       FD  VERRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-VERRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-VERRPT-LINE==.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-AUDHIST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-AUDHIST-OK            VALUE '00'.
               88  WS-AUDHIST-EOF           VALUE '10'.
           05  WS-AUDITLOG-STATUS       PIC X(02) VALUE SPACES.
               88  WS-AUDITLOG-OK           VALUE '00'.
               88  WS-AUDITLOG-EOF          VALUE '10'.
           05  WS-VERRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-VERRPT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES                                                      *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-HIST-EOF           PIC X(01) VALUE 'N'.
               88  QA-HIST-END-OF-FILE      VALUE 'Y'.
           05  QA-SW-LOG-EOF            PIC X(01) VALUE 'N'.
               88  QA-LOG-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-FIRST-SEALED       PIC X(01) VALUE 'N'.
               88  QA-FIRST-SEALED-SEEN     VALUE 'Y'.

      *---------------------------------------------------------------*
      * AUDIT CHAIN -- the state carried from record to record, and  *
      * the record being checked with the file it came from.          *
      *---------------------------------------------------------------*
           COPY QG1WACH.

           COPY QG1WAUD REPLACING
               ==QG1-AUDIT-RECORD==   BY ==QG1-AUDVER-RECORD==
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUV-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUV-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUV-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUV-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUV-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUV-CHECK-VALUE==.

       01  QA-CUR-SOURCE                PIC X(08) VALUE SPACES.
       01  QA-CHK-WORK.
           05  QA-CHK-FUNCTION          PIC X(01) VALUE SPACE.
           05  QA-CHK-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * ACCUMULATORS                                                  *
      *---------------------------------------------------------------*
       01  QA-RUN-COUNTS.
           05  QA-CNT-HIST              PIC 9(07) VALUE ZERO.
           05  QA-CNT-LOG               PIC 9(07) VALUE ZERO.
           05  QA-CNT-READ              PIC 9(07) VALUE ZERO.
           05  QA-CNT-UNCHAINED         PIC 9(07) VALUE ZERO.
           05  QA-CNT-SEALED            PIC 9(07) VALUE ZERO.
           05  QA-CNT-GAPS              PIC 9(05) VALUE ZERO.
           05  QA-CNT-MISSING           PIC 9(09) VALUE ZERO.
           05  QA-CNT-ORDER             PIC 9(05) VALUE ZERO.
           05  QA-CNT-BREAKS            PIC 9(05) VALUE ZERO.
           05  QA-CNT-UNSEQUENCED       PIC 9(05) VALUE ZERO.
           05  QA-CNT-STAMPS            PIC 9(05) VALUE ZERO.
           05  QA-CNT-SEQ-EXCEPTIONS    PIC 9(05) VALUE ZERO.
           05  QA-FIRST-SEQ-NO          PIC 9(09) VALUE ZERO.
           05  QA-LAST-SEQ-NO           PIC 9(09) VALUE ZERO.
           05  QA-LAST-MISSING-SEQ-NO   PIC 9(09) VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * REPORT LINES                                                  *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(41)
               VALUE 'QG1CX026 - AUDIT TRAIL VERIFICATION      '.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HDG-RUN-TIME          PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(10) VALUE 'SOURCE'.
           05  FILLER                   PIC X(11) VALUE 'SEQUENCE'.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE'.
           05  FILLER                   PIC X(10) VALUE 'RUN TIME'.
           05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                   PIC X(09) VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-SEQ-NO            PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-RUN-TIME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-PROGRAM-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-TEXT              PIC X(70).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL             PIC X(32).
           05  WS-TOT-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-VERDICT-LINE.
           05  FILLER                   PIC X(09) VALUE 'VERDICT: '.
           05  WS-VERDICT-TEXT          PIC X(60).

      *---------------------------------------------------------------*
      * AUDIT TRAIL WORK -- this run's own entry, written through    *
      * QG1CXAUD once AUDITLOG has been read and closed.             *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX026'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN DATE/TIME WORK AREAS                                      *
      *---------------------------------------------------------------*
       01  WS-SYSTEM-DATE                PIC 9(08).
       01  WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
           05  WS-SD-YYYY                PIC 9(04).
           05  WS-SD-MM                  PIC 9(02).
           05  WS-SD-DD                  PIC 9(02).

       01  WS-SYSTEM-TIME                PIC 9(08).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05  WS-ST-HH                  PIC 9(02).
           05  WS-ST-MM                  PIC 9(02).
           05  WS-ST-SS                  PIC 9(02).
           05  WS-ST-HH100               PIC 9(02).

       01  WS-CURRENT-DATE                PIC X(10).
       01  WS-CURRENT-TIME                PIC X(08).

       PROCEDURE DIVISION.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-VERIFY-HIST-ENTRY THRU
                   2000-VERIFY-HIST-ENTRY-EXIT
               UNTIL QA-HIST-END-OF-FILE

           PERFORM 1950-READ-AUDITLOG THRU 1950-READ-AUDITLOG-EXIT

           PERFORM 2100-VERIFY-LOG-ENTRY THRU
                   2100-VERIFY-LOG-ENTRY-EXIT
               UNTIL QA-LOG-END-OF-FILE

           PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           STOP RUN.

      *=================================================================
      * 1000-INITIALIZE -- AUDITLOG is opened INPUT here; this run's   *
      * own audit entry waits until it has been closed again.          *
      *=================================================================
       1000-INITIALIZE.
           OPEN INPUT  AUDHIST
           IF NOT WS-AUDHIST-OK
               DISPLAY 'QG1CX026 - UNABLE TO OPEN AUDHIST, STATUS '
                       WS-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  AUDITLOG
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'QG1CX026 - UNABLE TO OPEN AUDITLOG, STATUS '
                       WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VERRPT
           IF NOT WS-VERRPT-OK
               DISPLAY 'QG1CX026 - UNABLE TO OPEN VERRPT, STATUS '
                       WS-VERRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE QG1-AUDIT-CHAIN-STATE

           PERFORM 5100-STAMP-DATE-TIME THRU 5100-STAMP-DATE-TIME-EXIT

           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-CURRENT-TIME TO WS-HDG-RUN-TIME
           MOVE WS-HEADING-LINE-1 TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD
           MOVE SPACES TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD
           MOVE WS-HEADING-LINE-2 TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD

           PERFORM 1900-READ-AUDHIST THRU 1900-READ-AUDHIST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-AUDHIST
      *-----------------------------------------------------------------
       1900-READ-AUDHIST.
           READ AUDHIST
               AT END
                   SET QA-HIST-END-OF-FILE TO TRUE
                   GO TO 1900-READ-AUDHIST-EXIT
           END-READ

           IF NOT WS-AUDHIST-OK
               DISPLAY 'QG1CX026 - READ OF AUDHIST FAILED, STATUS '
                       WS-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1900-READ-AUDHIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1950-READ-AUDITLOG
      *-----------------------------------------------------------------
       1950-READ-AUDITLOG.
           READ AUDITLOG
               AT END
                   SET QA-LOG-END-OF-FILE TO TRUE
                   GO TO 1950-READ-AUDITLOG-EXIT
           END-READ

           IF NOT WS-AUDITLOG-OK
               DISPLAY 'QG1CX026 - READ OF AUDITLOG FAILED, STATUS '
                       WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1950-READ-AUDITLOG-EXIT.
           EXIT.

      *=================================================================
      * 2000-VERIFY-HIST-ENTRY -- one archived record.                 *
      *=================================================================
       2000-VERIFY-HIST-ENTRY.
           ADD 1 TO QA-CNT-HIST
           MOVE QG1-AUDHIST-RECORD TO QG1-AUDVER-RECORD
           MOVE 'AUDHIST'          TO QA-CUR-SOURCE

           PERFORM 3000-CHECK-ENTRY THRU 3000-CHECK-ENTRY-EXIT.

       2000-VERIFY-HIST-ENTRY-EXIT.
           PERFORM 1900-READ-AUDHIST THRU 1900-READ-AUDHIST-EXIT.

      *=================================================================
      * 2100-VERIFY-LOG-ENTRY -- one record on the live trail.         *
      *=================================================================
       2100-VERIFY-LOG-ENTRY.
           ADD 1 TO QA-CNT-LOG
           MOVE QG1-AUDIT-RECORD TO QG1-AUDVER-RECORD
           MOVE 'AUDITLOG'       TO QA-CUR-SOURCE

           PERFORM 3000-CHECK-ENTRY THRU 3000-CHECK-ENTRY-EXIT.

       2100-VERIFY-LOG-ENTRY-EXIT.
           PERFORM 1950-READ-AUDITLOG THRU 1950-READ-AUDITLOG-EXIT.

      *=================================================================
      * 3000-CHECK-ENTRY -- the record against the chain so far; one   *
      * VERRPT line for each thing found wrong with it.                *
      *=================================================================
       3000-CHECK-ENTRY.
           ADD 1 TO QA-CNT-READ

           MOVE 'V' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDVER-RECORD
                                 QA-CHK-RETURN-CODE

           IF QG1-ACH-UNCHAINED
               ADD 1 TO QA-CNT-UNCHAINED
               GO TO 3000-CHECK-ENTRY-EXIT
           END-IF

           MOVE SPACES TO WS-DTL-TEXT

           EVALUATE TRUE
               WHEN QG1-ACH-ANCHORED
                   MOVE 'CHAIN PICKED UP HERE - EARLIER RECORDS NOT ON'
                       TO WS-DTL-TEXT
                   MOVE 'AUDHIST' TO WS-DTL-TEXT (46:7)
                   PERFORM 3100-WRITE-FINDING THRU
                           3100-WRITE-FINDING-EXIT
               WHEN QG1-ACH-GAP
                   ADD 1 TO QA-CNT-GAPS
                   COMPUTE QA-LAST-MISSING-SEQ-NO =
                       QG1-AUV-SEQ-NO - 1
                   COMPUTE QA-CNT-MISSING = QA-CNT-MISSING +
                       QG1-AUV-SEQ-NO - QG1-ACH-EXPECTED-SEQ-NO
                   STRING 'SEQUENCE GAP - '
                       QG1-ACH-EXPECTED-SEQ-NO ' THRU '
                       QA-LAST-MISSING-SEQ-NO ' MISSING'
                       DELIMITED BY SIZE INTO WS-DTL-TEXT
                   PERFORM 3100-WRITE-FINDING THRU
                           3100-WRITE-FINDING-EXIT
               WHEN QG1-ACH-OUT-OF-SEQUENCE
                   ADD 1 TO QA-CNT-ORDER
                   STRING 'SEQUENCE REPEATED OR OUT OF ORDER - '
                       'EXPECTED ' QG1-ACH-EXPECTED-SEQ-NO
                       DELIMITED BY SIZE INTO WS-DTL-TEXT
                   PERFORM 3100-WRITE-FINDING THRU
                           3100-WRITE-FINDING-EXIT
               WHEN QG1-ACH-BREAK
                   ADD 1 TO QA-CNT-BREAKS
                   MOVE 'CHAIN BROKEN - RECORD ALTERED, REPLACED OR'
                       TO WS-DTL-TEXT
                   MOVE 'INSERTED' TO WS-DTL-TEXT (44:8)
                   PERFORM 3100-WRITE-FINDING THRU
                           3100-WRITE-FINDING-EXIT
               WHEN QG1-ACH-NOT-SEQUENCED
                   ADD 1 TO QA-CNT-UNSEQUENCED
                   MOVE 'NO SEQUENCE NUMBER ON A RECORD AFTER THE'
                       TO WS-DTL-TEXT
                   MOVE 'CHAIN BEGAN' TO WS-DTL-TEXT (42:11)
                   PERFORM 3100-WRITE-FINDING THRU
                           3100-WRITE-FINDING-EXIT
           END-EVALUATE

           IF QG1-ACH-STAMP-EARLIER
               ADD 1 TO QA-CNT-STAMPS
               MOVE 'DATE/TIME EARLIER THAN THE RECORD BEFORE IT'
                   TO WS-DTL-TEXT
               PERFORM 3100-WRITE-FINDING THRU 3100-WRITE-FINDING-EXIT
           END-IF

           IF QG1-ACH-NOT-SEQUENCED
               GO TO 3000-CHECK-ENTRY-EXIT
           END-IF

           ADD 1 TO QA-CNT-SEALED
           IF NOT QA-FIRST-SEALED-SEEN
               SET QA-FIRST-SEALED-SEEN TO TRUE
               MOVE QG1-AUV-SEQ-NO TO QA-FIRST-SEQ-NO
           END-IF
           MOVE QG1-AUV-SEQ-NO TO QA-LAST-SEQ-NO.

       3000-CHECK-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-WRITE-FINDING -- one exception line for the record being
      * checked; WS-DTL-TEXT says what was found.
      *-----------------------------------------------------------------
       3100-WRITE-FINDING.
           MOVE QA-CUR-SOURCE       TO WS-DTL-SOURCE
           MOVE ZERO                TO WS-DTL-SEQ-NO
           IF QG1-AUV-SEQ-NO NUMERIC
               MOVE QG1-AUV-SEQ-NO  TO WS-DTL-SEQ-NO
           END-IF
           MOVE QG1-AUV-RUN-DATE    TO WS-DTL-RUN-DATE
           MOVE QG1-AUV-RUN-TIME    TO WS-DTL-RUN-TIME
           MOVE QG1-AUV-PROGRAM-ID  TO WS-DTL-PROGRAM-ID
           MOVE WS-DETAIL-LINE TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD
           MOVE SPACES TO WS-DTL-TEXT.

       3100-WRITE-FINDING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-STAMP-DATE-TIME
      *-----------------------------------------------------------------
       5100-STAMP-DATE-TIME.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       5100-STAMP-DATE-TIME-EXIT.
           EXIT.

      *=================================================================
      * 8000-WRITE-TOTALS -- counts and the verdict.                   *
      *=================================================================
       8000-WRITE-TOTALS.
           COMPUTE QA-CNT-SEQ-EXCEPTIONS = QA-CNT-GAPS + QA-CNT-ORDER
               + QA-CNT-BREAKS + QA-CNT-UNSEQUENCED

           MOVE SPACES TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD

           MOVE 'RECORDS READ FROM AUDHIST      :' TO WS-TOT-LABEL
           MOVE QA-CNT-HIST TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'RECORDS READ FROM AUDITLOG     :' TO WS-TOT-LABEL
           MOVE QA-CNT-LOG TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'UNCHAINED (BEFORE SEQUENCING)  :' TO WS-TOT-LABEL
           MOVE QA-CNT-UNCHAINED TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'SEALED RECORDS CHECKED         :' TO WS-TOT-LABEL
           MOVE QA-CNT-SEALED TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'FIRST SEQUENCE NUMBER          :' TO WS-TOT-LABEL
           MOVE QA-FIRST-SEQ-NO TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'LAST SEQUENCE NUMBER           :' TO WS-TOT-LABEL
           MOVE QA-LAST-SEQ-NO TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'SEQUENCE GAPS                  :' TO WS-TOT-LABEL
           MOVE QA-CNT-GAPS TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE '  RECORDS MISSING IN GAPS      :' TO WS-TOT-LABEL
           MOVE QA-CNT-MISSING TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'SEQUENCE REPEATED OR REORDERED :' TO WS-TOT-LABEL
           MOVE QA-CNT-ORDER TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'CHAIN BREAKS                   :' TO WS-TOT-LABEL
           MOVE QA-CNT-BREAKS TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'UNSEQUENCED AFTER CHAIN BEGAN  :' TO WS-TOT-LABEL
           MOVE QA-CNT-UNSEQUENCED TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE 'TIMESTAMPS OUT OF ORDER        :' TO WS-TOT-LABEL
           MOVE QA-CNT-STAMPS TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-WRITE-TOTAL-LINE-EXIT

           MOVE SPACES TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD

           EVALUATE TRUE
               WHEN QA-CNT-SEQ-EXCEPTIONS > ZERO
                   MOVE 8 TO QA-RUN-RC
                   MOVE 'TRAIL DOES NOT VERIFY - SEE THE EXCEPTIONS'
                       TO WS-VERDICT-TEXT
               WHEN QA-CNT-STAMPS > ZERO
                   MOVE 4 TO QA-RUN-RC
                   MOVE 'CHAIN VERIFIES - TIMESTAMPS OUT OF ORDER'
                       TO WS-VERDICT-TEXT
               WHEN QA-CNT-SEALED = ZERO
                   MOVE 'NO SEALED RECORDS ON THE TRAIL'
                       TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE 'TRAIL VERIFIES' TO WS-VERDICT-TEXT
           END-EVALUATE

           MOVE WS-VERDICT-LINE TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD.

       8000-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-WRITE-TOTAL-LINE
      *-----------------------------------------------------------------
       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO QG1-VERRPT-LINE
           WRITE QG1-VERRPT-RECORD.

       8100-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- AUDITLOG is closed before this run's own     *
      * entry goes onto it through QG1CXAUD.                           *
      *=================================================================
       9000-TERMINATE.
           IF QA-RUN-RC = 8
               DISPLAY 'QG1CX026 *** AUDIT TRAIL DOES NOT VERIFY - '
                       QA-CNT-SEQ-EXCEPTIONS ' EXCEPTIONS - SEE VERRPT'
                   UPON CONSOLE
               DISPLAY 'QG1CX026 *** AUDIT TRAIL DOES NOT VERIFY - '
                       QA-CNT-SEQ-EXCEPTIONS ' EXCEPTIONS - SEE VERRPT'
           END-IF

           DISPLAY 'QG1CX026 - READ ' QA-CNT-READ
                   ' SEALED ' QA-CNT-SEALED
                   ' LAST SEQ ' QA-LAST-SEQ-NO
                   ' RC ' QA-RUN-RC

           CLOSE AUDHIST
           CLOSE AUDITLOG
           CLOSE VERRPT

           MOVE 'W' TO QA-AUDIT-FUNCTION
           MOVE SPACES TO QA-AUDIT-SUMMARY
           STRING 'VERIFY READ=' QA-CNT-READ
               ' LAST=' QA-LAST-SEQ-NO
               ' GAP=' QA-CNT-GAPS
               ' BRK=' QA-CNT-BREAKS
               ' OOS=' QA-CNT-ORDER
               ' TS=' QA-CNT-STAMPS
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX026.
