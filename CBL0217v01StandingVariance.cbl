      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Cycle-over-cycle variance exceptions for the
      *               standing orders.  Every result QG1CX013 stored
      *               for a request QG1CX016 generated off a standing
      *               order carries the standing id in
      *               QG1-RSM-SOURCE-ID.  The RESULTS master passes
      *               through an internal SORT on source id, run date
      *               and request id, so each standing order's
      *               generations come back oldest first; every
      *               generation that ran on the report date is set
      *               against the one before it, and the standing
      *               order is listed on VARRPT, old and new operands
      *               side by side, when its result - the quotient,
      *               the product, the percentage or the allocation's
      *               base share, all kept in QG1-RSM-QUOTIENT - moved
      *               by more than the department's tolerance
      *               (QG1-DPT-VAR-TOLERANCE on DEPTMAST, keyed on
      *               QDPT; the suite default when none is keyed).
      *               A mistyped operand change on the standing
      *               record is caught the night it first runs
      *               instead of when the department complains.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  REQMAST and DEPTMAST are closed only when they
      *                 opened, as the other report jobs do.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX024.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS    ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QG1-RSM-REQ-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT REQMAST    ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RQM-REQ-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT DEPTMAST   ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-DPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT VARRPT     ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARRPT-STATUS.

           SELECT SORTWORK   ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS.
           COPY QG1WRSM.

       FD  REQMAST.
           COPY QG1WRQM.

       FD  DEPTMAST.
           COPY QG1WDPT.

       FD  VARRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-VARRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-VARRPT-LINE==.

      *---------------------------------------------------------------*
      * SORT WORK -- a stored standing-order result, whole, on its    *
      * way back in source-id / run-date / request-id order.          *
      *---------------------------------------------------------------*
       SD  SORTWORK.
           COPY QG1WRSM REPLACING
               ==QG1-RESULT-RECORD==  BY ==QG1-SORTWORK-RECORD==
               LEADING ==QG1-RSM-==   BY ==QG1-SRT-==.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RESULTS-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESULTS-OK            VALUE '00'.
               88  WS-RESULTS-EOF           VALUE '10'.
               88  WS-RESULTS-EMPTY         VALUE '35'.
           05  WS-REQMAST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-REQMAST-OK            VALUE '00'.
               88  WS-REQMAST-NOTFND        VALUE '23'.
               88  WS-REQMAST-EMPTY         VALUE '35'.
           05  WS-DEPTMAST-STATUS       PIC X(02) VALUE SPACES.
               88  WS-DEPTMAST-OK           VALUE '00'.
               88  WS-DEPTMAST-NOTFND       VALUE '23'.
               88  WS-DEPTMAST-EMPTY        VALUE '35'.
           05  WS-VARRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-VARRPT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES -- a never-loaded REQMAST or DEPTMAST cluster opens  *
      * with status 35; every keyed read against it simply misses.    *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-RSM-EOF            PIC X(01) VALUE 'N'.
               88  QA-RSM-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-SORT-EOF           PIC X(01) VALUE 'N'.
               88  QA-SORT-END-OF-FILE      VALUE 'Y'.
           05  QA-SW-RQM-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-REQMAST-USABLE        VALUE 'Y'.
           05  QA-SW-DPT-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-DEPTMAST-USABLE       VALUE 'Y'.
           05  QA-SW-GROUP              PIC X(01) VALUE 'N'.
               88  QA-GROUP-OPEN            VALUE 'Y'.
           05  QA-SW-STANDING           PIC X(01) VALUE 'N'.
               88  QA-GROUP-IS-STANDING     VALUE 'Y'.
           05  QA-SW-PREVIOUS           PIC X(01) VALUE 'N'.
               88  QA-PREVIOUS-HELD         VALUE 'Y'.
           05  QA-SW-EXCEPTION          PIC X(01) VALUE 'N'.
               88  QA-IS-EXCEPTION          VALUE 'Y'.
           05  QA-SW-PCT-VALID          PIC X(01) VALUE 'N'.
               88  QA-PCT-IS-VALID          VALUE 'Y'.

      *---------------------------------------------------------------*
      * REPORT DATE -- YYYY-MM-DD; the generations that ran on it are *
      * the ones checked.  From the PARM, or the RUNCTL business date *
      * when none is supplied.                                        *
      *---------------------------------------------------------------*
       01  WS-REPORT-DATE               PIC X(10).

       01  WS-REPORT-DATE-CHECK.
           05  WS-RDC-YYYY-X            PIC X(04).
           05  WS-RDC-SEP1              PIC X(01).
           05  WS-RDC-MM-X              PIC X(02).
           05  WS-RDC-SEP2              PIC X(01).
           05  WS-RDC-DD-X              PIC X(02).
       01  FILLER REDEFINES WS-REPORT-DATE-CHECK.
           05  FILLER                   PIC X(05).
           05  WS-RDC-MM-N              PIC 9(02).
           05  FILLER                   PIC X(01).
           05  WS-RDC-DD-N              PIC 9(02).

      *---------------------------------------------------------------*
      * THE GROUP -- the standing order whose generations are being   *
      * returned, and the generation before the current one.          *
      *---------------------------------------------------------------*
       01  QA-GRP-SOURCE-ID             PIC X(06) VALUE SPACES.

           COPY QG1WRSM REPLACING
               ==QG1-RESULT-RECORD==  BY ==QG1-PREVIOUS-RESULT==
               LEADING ==QG1-RSM-==   BY ==QG1-PRV-==.

      *---------------------------------------------------------------*
      * TOLERANCE -- the percentage a result may move before it is    *
      * listed.  The department's own from DEPTMAST, else the suite   *
      * default; the last department looked up is kept so a run of    *
      * one department's orders reads DEPTMAST once.                  *
      *---------------------------------------------------------------*
       01  QA-DEFAULT-TOLERANCE         PIC 9(03)V99 VALUE 10.00.
       01  QA-TOLERANCE                 PIC 9(03)V99 VALUE ZERO.
       01  QA-TOL-DEPARTMENT            PIC X(08) VALUE LOW-VALUES.
       01  QA-TOL-SOURCE                PIC X(01) VALUE SPACES.
           88  QA-TOL-FROM-DEPARTMENT       VALUE 'D'.
           88  QA-TOL-DEFAULTED             VALUE 'S'.

      *---------------------------------------------------------------*
      * VARIANCE WORK                                                 *
      *---------------------------------------------------------------*
       01  QA-VARIANCE-WORK.
           05  QA-VAR-DIFFERENCE        PIC S9(12)V99 VALUE ZERO.
           05  QA-VAR-PERCENT           PIC S9(06)V99 VALUE ZERO.
           05  QA-VAR-MAGNITUDE         PIC 9(06)V99  VALUE ZERO.

      *---------------------------------------------------------------*
      * RUN COUNTS -- printed in the trailer and reported in the      *
      * end-of-run audit entry.                                       *
      *---------------------------------------------------------------*
       01  QA-RUN-COUNTS.
           05  QA-CNT-READ              PIC 9(07) VALUE ZERO.
           05  QA-CNT-SORTED            PIC 9(07) VALUE ZERO.
           05  QA-CNT-REVERSED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-NOT-STANDING      PIC 9(07) VALUE ZERO.
           05  QA-CNT-CHECKED           PIC 9(07) VALUE ZERO.
           05  QA-CNT-FIRST             PIC 9(07) VALUE ZERO.
           05  QA-CNT-WITHIN            PIC 9(07) VALUE ZERO.
           05  QA-CNT-EXCEPTIONS        PIC 9(07) VALUE ZERO.
           05  QA-CNT-DEFAULT-TOL       PIC 9(07) VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * REPORT LINES                                                  *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(26)
               VALUE 'QG1CX024 - STANDING-ORDER '.
           05  FILLER                   PIC X(25)
               VALUE 'VARIANCE EXCEPTIONS FOR '.
           05  WS-HDG-REPORT-DATE       PIC X(10).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(19) VALUE SPACES.
           05  FILLER                   PIC X(25)
               VALUE '<------------- PREVIOUS G'.
           05  FILLER                   PIC X(25)
               VALUE 'ENERATION -------------->'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(25)
               VALUE '<--------------- THIS GEN'.
           05  FILLER                   PIC X(25)
               VALUE 'ERATION ---------------->'.

       01  WS-HEADING-LINE-3.
           05  FILLER                   PIC X(06) VALUE 'SOURCE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'DEPT'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE 'T'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'REQ-ID'.
           05  FILLER                   PIC X(14) VALUE '     DIVIDEND'.
           05  FILLER                   PIC X(14) VALUE '      DIVISOR'.
           05  FILLER                   PIC X(16)
               VALUE '          RESULT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'REQ-ID'.
           05  FILLER                   PIC X(14) VALUE '     DIVIDEND'.
           05  FILLER                   PIC X(14) VALUE '      DIVISOR'.
           05  FILLER                   PIC X(16)
               VALUE '          RESULT'.
           05  FILLER                   PIC X(11) VALUE '  VARIANCE%'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE-ID         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-DEPARTMENT        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-REQ-TYPE          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-OLD-REQ-ID        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-OLD-DIVIDEND      PIC Z(8)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-OLD-DIVISOR       PIC Z(8)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-OLD-RESULT        PIC Z(10)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-NEW-REQ-ID        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-NEW-DIVIDEND      PIC Z(8)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-NEW-DIVISOR       PIC Z(8)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-NEW-RESULT        PIC Z(10)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DTL-VARIANCE          PIC Z(5)9.99-.
           05  WS-DTL-VARIANCE-X REDEFINES WS-DTL-VARIANCE
                                        PIC X(10).

       01  WS-DETAIL-LINE-2.
           05  FILLER                   PIC X(19) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'PREV RUN '.
           05  WS-DL2-OLD-RUN-DATE      PIC X(10).
           05  FILLER                   PIC X(33) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'THIS RUN '.
           05  WS-DL2-NEW-RUN-DATE      PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'TOLERANCE '.
           05  WS-DL2-TOLERANCE         PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL2-NOTE              PIC X(21).

       01  WS-NONE-LINE.
           05  FILLER                   PIC X(30)
               VALUE '*** NO STANDING ORDER MOVED BY'.
           05  FILLER                   PIC X(30)
               VALUE ' MORE THAN ITS TOLERANCE ***'.

       01  WS-TRAILER-LINE-1.
           05  FILLER        PIC X(20) VALUE 'RESULTS READ      :'.
           05  WS-TRL-READ              PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER        PIC X(20) VALUE 'STANDING RESULTS  :'.
           05  WS-TRL-SORTED            PIC ZZZ,ZZ9.
           05  FILLER        PIC X(20) VALUE '   REVERSED SKIPPED:'.
           05  WS-TRL-REVERSED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER        PIC X(20) VALUE 'NOT STANDING ORDERS:'.
           05  WS-TRL-NOT-STANDING      PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER        PIC X(20) VALUE 'GENERATIONS CHECKED:'.
           05  WS-TRL-CHECKED           PIC ZZZ,ZZ9.
           05  FILLER        PIC X(20) VALUE '   FIRST GENERATION:'.
           05  WS-TRL-FIRST             PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER        PIC X(20) VALUE 'WITHIN TOLERANCE  :'.
           05  WS-TRL-WITHIN            PIC ZZZ,ZZ9.
           05  FILLER        PIC X(20) VALUE '   EXCEPTIONS     :'.
           05  WS-TRL-EXCEPTIONS        PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER        PIC X(20) VALUE 'DEFAULT TOLERANCE :'.
           05  WS-TRL-DEFAULT-TOL       PIC ZZZ,ZZ9.
           05  FILLER        PIC X(20) VALUE '   SUITE DEFAULT % :'.
           05  WS-TRL-DEFAULT-PCT       PIC ZZ9.99.

       01  WS-VERDICT-LINE.
           05  WS-VRD-TEXT              PIC X(60).

      *---------------------------------------------------------------*
      * RUN DATE WORK AREAS                                           *
      *---------------------------------------------------------------*
       01  WS-SYSTEM-DATE                PIC 9(08).
       01  WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
           05  WS-SD-YYYY                PIC 9(04).
           05  WS-SD-MM                  PIC 9(02).
           05  WS-SD-DD                  PIC 9(02).

       01  WS-CURRENT-DATE                PIC X(10).

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG LINKAGE WORK AREA                            *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX024'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN-CONTROL LINKAGE WORK AREA -- the business date QG1CX013   *
      * stamped on the day's results is the default report date.      *
      *---------------------------------------------------------------*
       01  QA-RUNCTL-WORK.
           05  QA-RUNCTL-FUNCTION       PIC X(01).
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX024'.
           05  QA-RUNCTL-BUS-DATE       PIC X(10) VALUE SPACES.
           05  QA-RUNCTL-JOB-RC         PIC S9(04) COMP VALUE ZERO.
           05  QA-RUNCTL-MESSAGE        PIC X(60).
           05  QA-RUNCTL-RETURN-CODE    PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- 10 characters, the report date as YYYY-MM-DD, for *
      * checking an earlier day's generations again.  An absent or    *
      * malformed PARM checks the business date's.                    *
      *---------------------------------------------------------------*
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(04) COMP.
           05  LK-PARM-TEXT              PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *=================================================================
      * 0000-MAINLINE -- the standing-order results through the sort  *
      * so each order's generations come back together, oldest first, *
      * then the report trailer.                                       *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           SORT SORTWORK
               ON ASCENDING KEY QG1-SRT-SOURCE-ID
               ON ASCENDING KEY QG1-SRT-RUN-DATE
               ON ASCENDING KEY QG1-SRT-REQ-ID
               INPUT PROCEDURE IS 2000-GATHER-RESULTS THRU
                                  2000-GATHER-RESULTS-EXIT
               OUTPUT PROCEDURE IS 4000-COMPARE-GENERATIONS THRU
                                   4000-COMPARE-GENERATIONS-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           STOP RUN.

      *=================================================================
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           OPEN INPUT RESULTS
           IF WS-RESULTS-EMPTY
               SET QA-RSM-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-RESULTS-OK
                   DISPLAY 'QG1CX024 - UNABLE TO OPEN RESULTS, STATUS '
                           WS-RESULTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT REQMAST
           IF WS-REQMAST-EMPTY
               MOVE 'N' TO QA-SW-RQM-USABLE
           ELSE
               IF NOT WS-REQMAST-OK
                   DISPLAY 'QG1CX024 - UNABLE TO OPEN REQMAST, STATUS '
                           WS-REQMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DEPTMAST
           IF WS-DEPTMAST-EMPTY
               MOVE 'N' TO QA-SW-DPT-USABLE
           ELSE
               IF NOT WS-DEPTMAST-OK
                   DISPLAY 'QG1CX024 - UNABLE TO OPEN DEPTMAST, STATUS '
                           WS-DEPTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT VARRPT
           IF NOT WS-VARRPT-OK
               DISPLAY 'QG1CX024 - UNABLE TO OPEN VARRPT, STATUS '
                       WS-VARRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT

           PERFORM 1050-PROCESS-PARM THRU 1050-PROCESS-PARM-EXIT

           PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- pick up the report date from the JCL
      * PARM; default to the business date.
      *-----------------------------------------------------------------
       1050-PROCESS-PARM.
           IF LK-PARM-LENGTH = 10
               MOVE LK-PARM-TEXT TO WS-REPORT-DATE-CHECK
               IF WS-RDC-YYYY-X NUMERIC AND
                  WS-RDC-MM-X   NUMERIC AND
                  WS-RDC-DD-X   NUMERIC AND
                  WS-RDC-SEP1 = '-' AND WS-RDC-SEP2 = '-' AND
                  WS-RDC-MM-N > 0 AND WS-RDC-MM-N < 13 AND
                  WS-RDC-DD-N > 0 AND WS-RDC-DD-N < 32
                   MOVE LK-PARM-TEXT TO WS-REPORT-DATE
                   DISPLAY 'QG1CX024 - PARM SUPPLIED, REPORT DATE = '
                           WS-REPORT-DATE
                   GO TO 1050-PROCESS-PARM-EXIT
               END-IF
               DISPLAY 'QG1CX024 - MALFORMED PARM ''' LK-PARM-TEXT
                       ''' IGNORED, CHECKING THE BUSINESS DATE'
           END-IF

           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           DISPLAY 'QG1CX024 - NO PARM SUPPLIED, REPORT DATE = '
                   WS-REPORT-DATE.

       1050-PROCESS-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-WRITE-HEADINGS
      *-----------------------------------------------------------------
       1200-WRITE-HEADINGS.
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE

           MOVE WS-HEADING-LINE-1 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD
           MOVE SPACES TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD
           MOVE WS-HEADING-LINE-2 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD
           MOVE WS-HEADING-LINE-3 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD
           MOVE SPACES TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD.

       1200-WRITE-HEADINGS-EXIT.
           EXIT.

      *=================================================================
      * 2000-GATHER-RESULTS -- sort input procedure: every stored     *
      * result that came from a source id and ran on or before the     *
      * report date.  A reversed result is not a generation - it was   *
      * taken back - so it is left out and the one before it stands.   *
      *=================================================================
       2000-GATHER-RESULTS.
           IF NOT QA-RSM-END-OF-FILE
               MOVE LOW-VALUES TO QG1-RSM-REQ-ID
               START RESULTS KEY NOT < QG1-RSM-REQ-ID
               IF WS-RESULTS-OK
                   PERFORM 2100-READ-RESULTS THRU
                           2100-READ-RESULTS-EXIT
               ELSE
                   SET QA-RSM-END-OF-FILE TO TRUE
               END-IF
           END-IF

           PERFORM 2200-GATHER-ONE-RESULT THRU
                   2200-GATHER-ONE-RESULT-EXIT
               UNTIL QA-RSM-END-OF-FILE.

       2000-GATHER-RESULTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-RESULTS
      *-----------------------------------------------------------------
       2100-READ-RESULTS.
           READ RESULTS NEXT RECORD
               AT END
                   SET QA-RSM-END-OF-FILE TO TRUE
                   GO TO 2100-READ-RESULTS-EXIT
           END-READ

           IF NOT WS-RESULTS-OK
               DISPLAY 'QG1CX024 - READ OF RESULTS FAILED, STATUS '
                       WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-READ-RESULTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-GATHER-ONE-RESULT
      *-----------------------------------------------------------------
       2200-GATHER-ONE-RESULT.
           ADD 1 TO QA-CNT-READ

           IF QG1-RSM-SOURCE-ID = SPACES OR
              QG1-RSM-RUN-DATE > WS-REPORT-DATE
               GO TO 2200-READ-NEXT
           END-IF

           IF QG1-RSM-REVERSED
               ADD 1 TO QA-CNT-REVERSED
               GO TO 2200-READ-NEXT
           END-IF

           ADD 1 TO QA-CNT-SORTED
           RELEASE QG1-SORTWORK-RECORD FROM QG1-RESULT-RECORD.

       2200-READ-NEXT.
           PERFORM 2100-READ-RESULTS THRU 2100-READ-RESULTS-EXIT.

       2200-GATHER-ONE-RESULT-EXIT.
           EXIT.

      *=================================================================
      * 4000-COMPARE-GENERATIONS -- sort output procedure: broken on   *
      * the source id; each generation on the report date is set       *
      * against the one returned before it.                            *
      *=================================================================
       4000-COMPARE-GENERATIONS.
           PERFORM 4100-RETURN-ONE-RESULT THRU
                   4100-RETURN-ONE-RESULT-EXIT
               UNTIL QA-SORT-END-OF-FILE.

       4000-COMPARE-GENERATIONS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-ONE-RESULT -- a source id that is not a standing
      * order (a replacement's back-pointer to the result it
      * corrects) is counted and passed over.
      *-----------------------------------------------------------------
       4100-RETURN-ONE-RESULT.
           RETURN SORTWORK
               AT END
                   SET QA-SORT-END-OF-FILE TO TRUE
                   GO TO 4100-RETURN-ONE-RESULT-EXIT
           END-RETURN

           IF NOT QA-GROUP-OPEN OR
              QG1-SRT-SOURCE-ID NOT = QA-GRP-SOURCE-ID
               PERFORM 4200-OPEN-GROUP THRU 4200-OPEN-GROUP-EXIT
           END-IF

           IF NOT QA-GROUP-IS-STANDING
               ADD 1 TO QA-CNT-NOT-STANDING
               GO TO 4100-RETURN-ONE-RESULT-EXIT
           END-IF

           IF QG1-SRT-RUN-DATE = WS-REPORT-DATE
               IF QA-PREVIOUS-HELD
                   PERFORM 4300-CHECK-GENERATION THRU
                           4300-CHECK-GENERATION-EXIT
               ELSE
                   ADD 1 TO QA-CNT-FIRST
               END-IF
           END-IF

           MOVE QG1-SORTWORK-RECORD TO QG1-PREVIOUS-RESULT
           SET QA-PREVIOUS-HELD TO TRUE.

       4100-RETURN-ONE-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-OPEN-GROUP -- a new source id.  It is a standing order
      * when REQMAST holds it with a frequency; the requests it
      * generates carry none.
      *-----------------------------------------------------------------
       4200-OPEN-GROUP.
           SET QA-GROUP-OPEN TO TRUE
           MOVE QG1-SRT-SOURCE-ID TO QA-GRP-SOURCE-ID
           MOVE 'N' TO QA-SW-PREVIOUS
           MOVE 'N' TO QA-SW-STANDING

           IF NOT QA-REQMAST-USABLE
               GO TO 4200-OPEN-GROUP-EXIT
           END-IF

           MOVE QG1-SRT-SOURCE-ID TO QG1-RQM-REQ-ID
           READ REQMAST
           EVALUATE TRUE
               WHEN WS-REQMAST-OK
                   IF QG1-RQM-FREQUENCY NOT = SPACES
                       SET QA-GROUP-IS-STANDING TO TRUE
                   END-IF
               WHEN WS-REQMAST-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QG1CX024 - READ OF REQMAST FAILED, STATUS '
                           WS-REQMAST-STATUS
                           ' REQ-ID ' QG1-SRT-SOURCE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       4200-OPEN-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CHECK-GENERATION -- the percentage the result moved from
      * the previous generation, against the department's tolerance.
      * A change of type, or a result moving off zero, is always
      * listed: there is no percentage to measure it by.
      *-----------------------------------------------------------------
       4300-CHECK-GENERATION.
           ADD 1 TO QA-CNT-CHECKED
           MOVE 'N'    TO QA-SW-EXCEPTION
           MOVE 'N'    TO QA-SW-PCT-VALID
           MOVE SPACES TO WS-DL2-NOTE

           PERFORM 4600-FIND-TOLERANCE THRU 4600-FIND-TOLERANCE-EXIT

           IF QG1-SRT-REQ-TYPE NOT = QG1-PRV-REQ-TYPE
               SET QA-IS-EXCEPTION TO TRUE
               MOVE 'TYPE CHANGED'         TO WS-DL2-NOTE
               GO TO 4300-DECIDE
           END-IF

           IF QG1-PRV-QUOTIENT = ZERO
               IF QG1-SRT-QUOTIENT NOT = ZERO
                   SET QA-IS-EXCEPTION TO TRUE
                   MOVE 'PREVIOUS RESULT ZERO' TO WS-DL2-NOTE
               END-IF
               GO TO 4300-DECIDE
           END-IF

           COMPUTE QA-VAR-DIFFERENCE =
               QG1-SRT-QUOTIENT - QG1-PRV-QUOTIENT
           COMPUTE QA-VAR-PERCENT ROUNDED =
               QA-VAR-DIFFERENCE * 100 / QG1-PRV-QUOTIENT
               ON SIZE ERROR
                   SET QA-IS-EXCEPTION TO TRUE
                   MOVE 'MOVED OVER 999,999%' TO WS-DL2-NOTE
                   GO TO 4300-DECIDE
           END-COMPUTE
           SET QA-PCT-IS-VALID TO TRUE

           IF QA-VAR-PERCENT < ZERO
               COMPUTE QA-VAR-MAGNITUDE = ZERO - QA-VAR-PERCENT
           ELSE
               MOVE QA-VAR-PERCENT TO QA-VAR-MAGNITUDE
           END-IF

           IF QA-VAR-MAGNITUDE > QA-TOLERANCE
               SET QA-IS-EXCEPTION TO TRUE
           END-IF.

       4300-DECIDE.
           IF QA-IS-EXCEPTION
               ADD 1 TO QA-CNT-EXCEPTIONS
               PERFORM 4400-WRITE-EXCEPTION THRU
                       4400-WRITE-EXCEPTION-EXIT
           ELSE
               ADD 1 TO QA-CNT-WITHIN
           END-IF.

       4300-CHECK-GENERATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-WRITE-EXCEPTION -- the previous and the new generation
      * side by side, then the run dates and the tolerance applied.
      * An integer request's operands are the -INT pair; a decimal,
      * multiply or percentage request's the -DEC pair; an
      * allocation's the amount and the whole number of ways.
      *-----------------------------------------------------------------
       4400-WRITE-EXCEPTION.
           MOVE QG1-SRT-SOURCE-ID  TO WS-DTL-SOURCE-ID
           MOVE QG1-SRT-DEPARTMENT TO WS-DTL-DEPARTMENT
           MOVE QG1-SRT-REQ-TYPE   TO WS-DTL-REQ-TYPE

           MOVE QG1-PRV-REQ-ID     TO WS-DTL-OLD-REQ-ID
           EVALUATE QG1-PRV-REQ-TYPE
               WHEN 'I'
                   MOVE QG1-PRV-DIVIDEND-INT TO WS-DTL-OLD-DIVIDEND
                   MOVE QG1-PRV-DIVISOR-INT  TO WS-DTL-OLD-DIVISOR
               WHEN 'A'
                   MOVE QG1-PRV-DIVIDEND-DEC TO WS-DTL-OLD-DIVIDEND
                   MOVE QG1-PRV-DIVISOR-INT  TO WS-DTL-OLD-DIVISOR
               WHEN OTHER
                   MOVE QG1-PRV-DIVIDEND-DEC TO WS-DTL-OLD-DIVIDEND
                   MOVE QG1-PRV-DIVISOR-DEC  TO WS-DTL-OLD-DIVISOR
           END-EVALUATE
           MOVE QG1-PRV-QUOTIENT   TO WS-DTL-OLD-RESULT

           MOVE QG1-SRT-REQ-ID     TO WS-DTL-NEW-REQ-ID
           EVALUATE QG1-SRT-REQ-TYPE
               WHEN 'I'
                   MOVE QG1-SRT-DIVIDEND-INT TO WS-DTL-NEW-DIVIDEND
                   MOVE QG1-SRT-DIVISOR-INT  TO WS-DTL-NEW-DIVISOR
               WHEN 'A'
                   MOVE QG1-SRT-DIVIDEND-DEC TO WS-DTL-NEW-DIVIDEND
                   MOVE QG1-SRT-DIVISOR-INT  TO WS-DTL-NEW-DIVISOR
               WHEN OTHER
                   MOVE QG1-SRT-DIVIDEND-DEC TO WS-DTL-NEW-DIVIDEND
                   MOVE QG1-SRT-DIVISOR-DEC  TO WS-DTL-NEW-DIVISOR
           END-EVALUATE
           MOVE QG1-SRT-QUOTIENT   TO WS-DTL-NEW-RESULT

           IF QA-PCT-IS-VALID
               MOVE QA-VAR-PERCENT TO WS-DTL-VARIANCE
           ELSE
               MOVE '   *******' TO WS-DTL-VARIANCE-X
           END-IF

           MOVE WS-DETAIL-LINE TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QG1-PRV-RUN-DATE TO WS-DL2-OLD-RUN-DATE
           MOVE QG1-SRT-RUN-DATE TO WS-DL2-NEW-RUN-DATE
           MOVE QA-TOLERANCE     TO WS-DL2-TOLERANCE
           IF QA-TOL-DEFAULTED AND WS-DL2-NOTE = SPACES
               MOVE 'SUITE DEFAULT'  TO WS-DL2-NOTE
           END-IF

           MOVE WS-DETAIL-LINE-2 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD
           MOVE SPACES TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD.

       4400-WRITE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600-FIND-TOLERANCE -- the new generation's department's
      * tolerance; zero, spaces (a record not re-keyed since the
      * field was added) or no DEPTMAST record means the default.
      *-----------------------------------------------------------------
       4600-FIND-TOLERANCE.
           IF QG1-SRT-DEPARTMENT = QA-TOL-DEPARTMENT
               GO TO 4600-COUNT-DEFAULT
           END-IF

           MOVE QG1-SRT-DEPARTMENT   TO QA-TOL-DEPARTMENT
           MOVE QA-DEFAULT-TOLERANCE TO QA-TOLERANCE
           SET QA-TOL-DEFAULTED      TO TRUE

           IF NOT QA-DEPTMAST-USABLE
               GO TO 4600-COUNT-DEFAULT
           END-IF

           MOVE QG1-SRT-DEPARTMENT TO QG1-DPT-CODE
           READ DEPTMAST
           EVALUATE TRUE
               WHEN WS-DEPTMAST-OK
                   IF QG1-DPT-VAR-TOLERANCE NUMERIC AND
                      QG1-DPT-VAR-TOLERANCE > ZERO
                       MOVE QG1-DPT-VAR-TOLERANCE TO QA-TOLERANCE
                       SET QA-TOL-FROM-DEPARTMENT TO TRUE
                   END-IF
               WHEN WS-DEPTMAST-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QG1CX024 - READ OF DEPTMAST FAILED, STATUS '
                           WS-DEPTMAST-STATUS
                           ' DEPT ' QG1-SRT-DEPARTMENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       4600-COUNT-DEFAULT.
           IF QA-TOL-DEFAULTED
               ADD 1 TO QA-CNT-DEFAULT-TOL
           END-IF.

       4600-FIND-TOLERANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-STAMP-DATE -- the RUNCTL business date, the date QG1CX013
      * stamped on the day's results; the machine clock only when
      * RUNCTL cannot say.
      *-----------------------------------------------------------------
       5100-STAMP-DATE.
           MOVE 'Q' TO QA-RUNCTL-FUNCTION
           CALL 'QG1CXRUN' USING QA-RUNCTL-FUNCTION
                                  QA-RUNCTL-PROGRAM-ID
                                  QA-RUNCTL-BUS-DATE
                                  QA-RUNCTL-JOB-RC
                                  QA-RUNCTL-MESSAGE
                                  QA-RUNCTL-RETURN-CODE

           IF QA-RUNCTL-RETURN-CODE = ZERO
               MOVE QA-RUNCTL-BUS-DATE TO WS-CURRENT-DATE
               GO TO 5100-STAMP-DATE-EXIT
           END-IF

           DISPLAY 'QG1CX024 - ' QA-RUNCTL-MESSAGE
           DISPLAY 'QG1CX024 - DEFAULT REPORT DATE FROM THE MACHINE '
                   'CLOCK'

           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE.

       5100-STAMP-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-WRITE-TRAILER -- the run counts and the verdict.
      *-----------------------------------------------------------------
       8000-WRITE-TRAILER.
           IF QA-CNT-EXCEPTIONS = ZERO
               MOVE WS-NONE-LINE TO QG1-VARRPT-LINE
               WRITE QG1-VARRPT-RECORD
           END-IF

           MOVE SPACES TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QA-CNT-READ          TO WS-TRL-READ
           MOVE WS-TRAILER-LINE-1 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QA-CNT-SORTED        TO WS-TRL-SORTED
           MOVE QA-CNT-REVERSED      TO WS-TRL-REVERSED
           MOVE WS-TRAILER-LINE-2 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QA-CNT-NOT-STANDING  TO WS-TRL-NOT-STANDING
           MOVE WS-TRAILER-LINE-3 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QA-CNT-CHECKED       TO WS-TRL-CHECKED
           MOVE QA-CNT-FIRST         TO WS-TRL-FIRST
           MOVE WS-TRAILER-LINE-4 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QA-CNT-WITHIN        TO WS-TRL-WITHIN
           MOVE QA-CNT-EXCEPTIONS    TO WS-TRL-EXCEPTIONS
           MOVE WS-TRAILER-LINE-5 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE QA-CNT-DEFAULT-TOL   TO WS-TRL-DEFAULT-TOL
           MOVE QA-DEFAULT-TOLERANCE TO WS-TRL-DEFAULT-PCT
           MOVE WS-TRAILER-LINE-6 TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           MOVE SPACES TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD

           IF QA-RUN-RC = ZERO
               MOVE 'NO VARIANCE EXCEPTIONS - RELEASE THE RESULTS'
                   TO WS-VRD-TEXT
           ELSE
               MOVE '*** VARIANCE EXCEPTIONS - REVIEW BEFORE RELEASE'
                   TO WS-VRD-TEXT
           END-IF
           MOVE WS-VERDICT-LINE TO QG1-VARRPT-LINE
           WRITE QG1-VARRPT-RECORD.

       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- 0 clean, 4 when any standing order moved by  *
      * more than its tolerance; the results are held for review.      *
      *=================================================================
       9000-TERMINATE.
           IF QA-CNT-EXCEPTIONS > ZERO
               MOVE 4 TO QA-RUN-RC
               DISPLAY 'QG1CX024 *** ' QA-CNT-EXCEPTIONS
                       ' STANDING ORDERS OUTSIDE TOLERANCE - REVIEW'
                       ' VARRPT ***'
                   UPON CONSOLE
               DISPLAY 'QG1CX024 *** ' QA-CNT-EXCEPTIONS
                       ' STANDING ORDERS OUTSIDE TOLERANCE - REVIEW'
                       ' VARRPT ***'
           END-IF

           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT

           DISPLAY 'QG1CX024 - DATE ' WS-REPORT-DATE
                   ' CHECKED ' QA-CNT-CHECKED
                   ' EXCEPTIONS ' QA-CNT-EXCEPTIONS

           MOVE 'W' TO QA-AUDIT-FUNCTION
           STRING 'VARIANCE DATE=' WS-REPORT-DATE
               ' CHK=' QA-CNT-CHECKED
               ' EXC=' QA-CNT-EXCEPTIONS
               ' FIRST=' QA-CNT-FIRST
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           CLOSE RESULTS
           IF QA-REQMAST-USABLE
               CLOSE REQMAST
           END-IF
           IF QA-DEPTMAST-USABLE
               CLOSE DEPTMAST
           END-IF
           CLOSE VARRPT

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX024.
