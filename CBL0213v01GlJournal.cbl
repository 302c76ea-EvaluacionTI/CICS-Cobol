      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : General-ledger journal step, run after QG1CX013.
      *               Walks the RESULTS master (QG1WRSM) and turns
      *               every result stored for the posting date into
      *               GLJRNL interface entries (QG1WGLJ) for the
      *               ledger load, instead of the figures being
      *               re-keyed from DIVRPT by hand.  An ordinary
      *               result is one balanced debit/credit pair; an
      *               allocation credits the whole amount once and
      *               debits each share on its own line, the shares
      *               rebuilt the way QG1CX013 2310-WRITE-ONE-SHARE
      *               cuts them - the base share from the stored
      *               quotient, one extra cent on each of the first
      *               shares for the spread cents in remainder 1.
      *               The accounts come from QG1WGLA by request type
      *               and the cost center from the department's
      *               DEPTMAST record.  A result with no cost-center
      *               mapping, figures that will not balance, or an
      *               allocation whose shares do not sum back to the
      *               amount goes to the GLXRPT exception report and
      *               not to the feed, and the run ends with a
      *               nonzero condition code so the ledger load is
      *               held until the exceptions are cleared.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Reversals.  After the RESULTS pass, a second
      *                 pass over the RESHIST result history posts,
      *                 for every result reversed on the posting date,
      *                 the original result's entries with the sides
      *                 swapped and QG1-GLJ-REVERSING set.  A result
      *                 run and reversed the same day is posted by the
      *                 first pass and offset by the second.
      *  10/15/2026 DS  With no PARM the posting date is now the
      *                 RUNCTL business date (QG1CXRUN query) - the
      *                 date QG1CX013 stamps on RUN-DATE - so a batch
      *                 that slips past midnight still journals its
      *                 own day.  The machine clock is used only
      *                 while RUNCTL holds no business date.
      *  10/15/2026 DS  The reversal pass takes every reversal not yet
      *                 journalled (QG1-RSH-JOURNAL-DATE blank) dated
      *                 on or before the posting date, and stamps the
      *                 posting date on it once its entries are out.
      *                 Reversals are stamped by the clock but the
      *                 journal runs by the business date, so one keyed
      *                 after the night's journal, or while the
      *                 business date lagged the clock, used to be
      *                 missed for good.  A rerun for the same posting
      *                 date puts the same reversals out again; one
      *                 held on GLXRPT stays unjournalled and is tried
      *                 again on the next run.  RESHIST is opened I-O.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX020.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS    ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QG1-RSM-REQ-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT DEPTMAST   ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-DPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT RESHIST    ASSIGN TO RESHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QG1-RSH-KEY
               FILE STATUS IS WS-RESHIST-STATUS.

           SELECT GLJRNL     ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT GLXRPT     ASSIGN TO GLXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS.
           COPY QG1WRSM.

       FD  DEPTMAST.
           COPY QG1WDPT.

       FD  RESHIST.
           COPY QG1WRSH.

       FD  GLJRNL
           RECORDING MODE IS F.
           COPY QG1WGLJ.

       FD  GLXRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-GLXRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-GLXRPT-LINE==.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RESULTS-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESULTS-OK            VALUE '00'.
               88  WS-RESULTS-EOF           VALUE '10'.
               88  WS-RESULTS-EMPTY         VALUE '35'.
           05  WS-DEPTMAST-STATUS       PIC X(02) VALUE SPACES.
               88  WS-DEPTMAST-OK           VALUE '00'.
               88  WS-DEPTMAST-NOTFND       VALUE '23'.
               88  WS-DEPTMAST-EMPTY        VALUE '35'.
           05  WS-RESHIST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESHIST-OK            VALUE '00'.
               88  WS-RESHIST-EMPTY         VALUE '35'.
           05  WS-GLJRNL-STATUS         PIC X(02) VALUE SPACES.
               88  WS-GLJRNL-OK             VALUE '00'.
           05  WS-GLXRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-GLXRPT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES -- a never-loaded DEPTMAST opens with status 35;     *
      * every result then lands on the exception report unmapped.  A  *
      * never-loaded RESHIST means nothing has been reversed.         *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-RSM-EOF            PIC X(01) VALUE 'N'.
               88  QA-RSM-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-RSH-EOF            PIC X(01) VALUE 'N'.
               88  QA-RSH-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-REVERSING          PIC X(01) VALUE 'N'.
               88  QA-REVERSING-RESULT      VALUE 'Y'.
           05  QA-SW-DPT-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-DEPTMAST-USABLE       VALUE 'Y'.
           05  QA-SW-POSTABLE           PIC X(01) VALUE 'Y'.
               88  QA-RESULT-POSTABLE       VALUE 'Y'.
               88  QA-RESULT-HELD           VALUE 'N'.

      *---------------------------------------------------------------*
      * POSTING DATE -- the QG1-RSM-RUN-DATE whose results are        *
      * journalled.  From the PARM, or today when none is supplied.   *
      *---------------------------------------------------------------*
       01  WS-POST-DATE                 PIC X(10).

      *---------------------------------------------------------------*
      * POSTING-DATE PARM SHAPE CHECK -- the keyed date dissected so  *
      * the digit groups, separators and month/day ranges can be      *
      * proved before it selects anything.                            *
      *---------------------------------------------------------------*
       01  WS-POST-DATE-CHECK.
           05  WS-PDC-YYYY-X            PIC X(04).
           05  WS-PDC-SEP1              PIC X(01).
           05  WS-PDC-MM-X              PIC X(02).
           05  WS-PDC-SEP2              PIC X(01).
           05  WS-PDC-DD-X              PIC X(02).
       01  FILLER REDEFINES WS-POST-DATE-CHECK.
           05  FILLER                   PIC X(05).
           05  WS-PDC-MM-N              PIC 9(02).
           05  FILLER                   PIC X(01).
           05  WS-PDC-DD-N              PIC 9(02).

      *---------------------------------------------------------------*
      * RUN COUNTS -- printed in the trailer and reported in the      *
      * end-of-run audit entry.                                       *
      *---------------------------------------------------------------*
       01  QA-RUN-COUNTS.
           05  QA-CNT-READ              PIC 9(07) VALUE ZERO.
           05  QA-CNT-SELECTED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-POSTED            PIC 9(07) VALUE ZERO.
           05  QA-CNT-ZERO              PIC 9(07) VALUE ZERO.
           05  QA-CNT-EXCEPTIONS        PIC 9(07) VALUE ZERO.
           05  QA-CNT-REVERSALS         PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      * JOURNAL CONTROL TOTALS -- carried on the GLJRNL trailer; the  *
      * debit and credit totals must agree before the batch closes.   *
      *---------------------------------------------------------------*
       01  QA-JOURNAL-TOTALS.
           05  QA-JNL-ENTRY-COUNT       PIC 9(07)    VALUE ZERO.
           05  QA-JNL-DEBIT-COUNT       PIC 9(07)    VALUE ZERO.
           05  QA-JNL-CREDIT-COUNT      PIC 9(07)    VALUE ZERO.
           05  QA-JNL-DEBIT-TOTAL       PIC 9(15)V99 VALUE ZERO.
           05  QA-JNL-CREDIT-TOTAL      PIC 9(15)V99 VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * ENTRY WORK -- one journal line is staged here and written by  *
      * 2800-WRITE-ENTRY.  QA-ENT-NATURAL-SIDE is the side the line   *
      * belongs on for a positive amount; a negative amount goes on   *
      * the other side as a positive figure.                          *
      *---------------------------------------------------------------*
       01  QA-ENTRY-WORK.
           05  QA-ENT-DR-ACCOUNT        PIC X(10).
           05  QA-ENT-CR-ACCOUNT        PIC X(10).
           05  QA-ENT-COST-CENTER       PIC X(10).
           05  QA-ENT-ACCOUNT           PIC X(10).
           05  QA-ENT-NATURAL-SIDE      PIC X(01).
               88  QA-ENT-NATURAL-DEBIT     VALUE 'D'.
               88  QA-ENT-NATURAL-CREDIT    VALUE 'C'.
           05  QA-ENT-AMOUNT            PIC S9(13)V99.
           05  QA-ENT-SHARE-NUM         PIC 9(04).
           05  QA-ENT-SHARE-WAYS        PIC 9(04).
           05  QA-ENT-DESCRIPTION       PIC X(30).

      *---------------------------------------------------------------*
      * ALLOCATION WORK -- the shares rebuilt from the stored result  *
      * exactly as QG1CX013 cut them: base cents on every share, one  *
      * more cent on each of the first QA-ALC-SPREAD-CENTS shares.    *
      *---------------------------------------------------------------*
       01  QA-ALLOCATION-WORK.
           05  QA-ALC-AMOUNT-CENTS      PIC 9(13)     VALUE ZERO.
           05  QA-ALC-WAYS              PIC 9(04)     VALUE ZERO.
           05  QA-ALC-BASE-CENTS        PIC 9(13)     VALUE ZERO.
           05  QA-ALC-SPREAD-CENTS      PIC 9(04)     VALUE ZERO.
           05  QA-ALC-SHARE-CENTS       PIC 9(13)     VALUE ZERO.
           05  QA-ALC-SHARE-SUB         PIC 9(04)     VALUE ZERO.
           05  QA-ALC-SUM-CENTS         PIC 9(13)     VALUE ZERO.

      *---------------------------------------------------------------*
      * REPORT LINES                                                  *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'QG1CX020 - GL JOURNAL INTERFACE EXCEPTIONS'.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(22)
               VALUE 'RESULTS RUN ON       :'.
           05  WS-HDG-POST-DATE         PIC X(10).

       01  WS-HEADING-LINE-3.
           05  FILLER                   PIC X(06) VALUE 'REQ-ID'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'TYPE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'DEPARTMENT'.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'CONDITION'.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-REQ-ID            PIC X(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-EXC-REQ-TYPE          PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EXC-DEPARTMENT        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EXC-AMOUNT            PIC -(10)9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-EXC-CONDITION         PIC X(40).

       01  WS-TRAILER-LINE-1.
           05  FILLER        PIC X(20) VALUE 'RESULTS READ      :'.
           05  WS-TRL-READ              PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER        PIC X(20) VALUE 'RUN ON THE DATE   :'.
           05  WS-TRL-SELECTED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER        PIC X(20) VALUE 'POSTED TO GLJRNL  :'.
           05  WS-TRL-POSTED            PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER        PIC X(20) VALUE 'ZERO, NOT POSTED  :'.
           05  WS-TRL-ZERO              PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER        PIC X(20) VALUE 'EXCEPTIONS HELD   :'.
           05  WS-TRL-EXCEPTIONS        PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-5A.
           05  FILLER        PIC X(20) VALUE 'REVERSALS POSTED  :'.
           05  WS-TRL-REVERSALS         PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER        PIC X(20) VALUE 'JOURNAL ENTRIES   :'.
           05  WS-TRL-ENTRIES           PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-7.
           05  FILLER        PIC X(20) VALUE 'DEBIT TOTAL       :'.
           05  WS-TRL-DEBIT-TOTAL       PIC Z(14)9.99.

       01  WS-TRAILER-LINE-8.
           05  FILLER        PIC X(20) VALUE 'CREDIT TOTAL      :'.
           05  WS-TRL-CREDIT-TOTAL      PIC Z(14)9.99.

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

       01  WS-SYSTEM-TIME                PIC 9(08).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05  WS-ST-HH                  PIC 9(02).
           05  WS-ST-MM                  PIC 9(02).
           05  WS-ST-SS                  PIC 9(02).
           05  WS-ST-HH100               PIC 9(02).

       01  WS-CURRENT-TIME                PIC X(08).

      *---------------------------------------------------------------*
      * GENERAL-LEDGER ACCOUNTS BY REQUEST TYPE                       *
      *---------------------------------------------------------------*
           COPY QG1WGLA.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG LINKAGE WORK AREA                            *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX020'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN-CONTROL LINKAGE WORK AREA -- the business date QG1CX013   *
      * stamped on the day's results is the default posting date.     *
      *---------------------------------------------------------------*
       01  QA-RUNCTL-WORK.
           05  QA-RUNCTL-FUNCTION       PIC X(01).
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX020'.
           05  QA-RUNCTL-BUS-DATE       PIC X(10) VALUE SPACES.
           05  QA-RUNCTL-JOB-RC         PIC S9(04) COMP VALUE ZERO.
           05  QA-RUNCTL-MESSAGE        PIC X(60).
           05  QA-RUNCTL-RETURN-CODE    PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- 10 characters, the posting date as YYYY-MM-DD,    *
      * for journalling an earlier day's results again.  An absent    *
      * or malformed PARM journals today's results.                   *
      *---------------------------------------------------------------*
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(04) COMP.
           05  LK-PARM-TEXT              PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-POST-ONE-RESULT THRU
                   2000-POST-ONE-RESULT-EXIT
               UNTIL QA-RSM-END-OF-FILE

           PERFORM 3000-POSITION-RESHIST THRU
                   3000-POSITION-RESHIST-EXIT

           PERFORM 3100-POST-ONE-REVERSAL THRU
                   3100-POST-ONE-REVERSAL-EXIT
               UNTIL QA-RSH-END-OF-FILE

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
                   DISPLAY 'QG1CX020 - UNABLE TO OPEN RESULTS, STATUS '
                           WS-RESULTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DEPTMAST
           IF WS-DEPTMAST-EMPTY
               MOVE 'N' TO QA-SW-DPT-USABLE
           ELSE
               IF NOT WS-DEPTMAST-OK
                   DISPLAY 'QG1CX020 - UNABLE TO OPEN DEPTMAST, STATUS '
                           WS-DEPTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O RESHIST
           IF WS-RESHIST-EMPTY
               SET QA-RSH-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-RESHIST-OK
                   DISPLAY 'QG1CX020 - UNABLE TO OPEN RESHIST, STATUS '
                           WS-RESHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT GLJRNL
           IF NOT WS-GLJRNL-OK
               DISPLAY 'QG1CX020 - UNABLE TO OPEN GLJRNL, STATUS '
                       WS-GLJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GLXRPT
           IF NOT WS-GLXRPT-OK
               DISPLAY 'QG1CX020 - UNABLE TO OPEN GLXRPT, STATUS '
                       WS-GLXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT

           PERFORM 1050-PROCESS-PARM THRU 1050-PROCESS-PARM-EXIT

           PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT

           PERFORM 1300-WRITE-BATCH-HEADER THRU
                   1300-WRITE-BATCH-HEADER-EXIT

           IF QA-RSM-END-OF-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE LOW-VALUES TO QG1-RSM-REQ-ID
           START RESULTS KEY NOT < QG1-RSM-REQ-ID
           IF NOT WS-RESULTS-OK
               SET QA-RSM-END-OF-FILE TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1900-READ-RESULTS THRU 1900-READ-RESULTS-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- pick up the posting date from the JCL
      * PARM; default to the business date.
      *-----------------------------------------------------------------
       1050-PROCESS-PARM.
           IF LK-PARM-LENGTH = 10
               MOVE LK-PARM-TEXT TO WS-POST-DATE-CHECK
               IF WS-PDC-YYYY-X NUMERIC AND
                  WS-PDC-MM-X   NUMERIC AND
                  WS-PDC-DD-X   NUMERIC AND
                  WS-PDC-SEP1 = '-' AND WS-PDC-SEP2 = '-' AND
                  WS-PDC-MM-N > 0 AND WS-PDC-MM-N < 13 AND
                  WS-PDC-DD-N > 0 AND WS-PDC-DD-N < 32
                   MOVE LK-PARM-TEXT TO WS-POST-DATE
                   DISPLAY 'QG1CX020 - PARM SUPPLIED, POSTING DATE = '
                           WS-POST-DATE
                   GO TO 1050-PROCESS-PARM-EXIT
               END-IF
               DISPLAY 'QG1CX020 - MALFORMED PARM ''' LK-PARM-TEXT
                       ''' IGNORED, POSTING THE BUSINESS DATE'
           END-IF

           MOVE WS-CURRENT-DATE TO WS-POST-DATE
           DISPLAY 'QG1CX020 - NO PARM SUPPLIED, POSTING DATE = '
                   WS-POST-DATE.

       1050-PROCESS-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-WRITE-HEADINGS
      *-----------------------------------------------------------------
       1200-WRITE-HEADINGS.
           MOVE WS-POST-DATE TO WS-HDG-POST-DATE

           MOVE WS-HEADING-LINE-1 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD
           MOVE WS-HEADING-LINE-2 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD
           MOVE SPACES TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD
           MOVE WS-HEADING-LINE-3 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD.

       1200-WRITE-HEADINGS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-WRITE-BATCH-HEADER -- the type H record that opens the
      * GLJRNL batch: the posting date and when the file was cut.
      *-----------------------------------------------------------------
       1300-WRITE-BATCH-HEADER.
           ACCEPT WS-SYSTEM-TIME FROM TIME
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME

           MOVE SPACES               TO QG1-GLJRNL-RECORD
           SET QG1-GLJ-HEADER        TO TRUE
           MOVE 'QG1CX020'           TO QG1-GLJ-HDR-SOURCE
           MOVE WS-POST-DATE         TO QG1-GLJ-HDR-POST-DATE
           MOVE WS-CURRENT-DATE      TO QG1-GLJ-HDR-CREATE-DATE
           MOVE WS-CURRENT-TIME      TO QG1-GLJ-HDR-CREATE-TIME

           PERFORM 2900-WRITE-GLJRNL THRU 2900-WRITE-GLJRNL-EXIT.

       1300-WRITE-BATCH-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-RESULTS
      *-----------------------------------------------------------------
       1900-READ-RESULTS.
           READ RESULTS NEXT RECORD
               AT END
                   SET QA-RSM-END-OF-FILE TO TRUE
           END-READ.

       1900-READ-RESULTS-EXIT.
           EXIT.

      *=================================================================
      * 2000-POST-ONE-RESULT -- a result run on the posting date is    *
      * proved postable, then journalled as a pair or as an           *
      * allocation; one that cannot be posted is listed on GLXRPT and  *
      * nothing of it reaches the feed.                                *
      *=================================================================
       2000-POST-ONE-RESULT.
           ADD 1 TO QA-CNT-READ

           IF QG1-RSM-RUN-DATE NOT = WS-POST-DATE
               GO TO 2000-POST-ONE-RESULT-EXIT
           END-IF

           ADD 1 TO QA-CNT-SELECTED
           SET QA-RESULT-POSTABLE TO TRUE

           PERFORM 2100-FIND-ACCOUNTS THRU 2100-FIND-ACCOUNTS-EXIT
           IF QA-RESULT-HELD
               GO TO 2000-POST-ONE-RESULT-EXIT
           END-IF

           PERFORM 2150-FIND-COST-CENTER THRU
                   2150-FIND-COST-CENTER-EXIT
           IF QA-RESULT-HELD
               GO TO 2000-POST-ONE-RESULT-EXIT
           END-IF

           IF QG1-RSM-REQ-TYPE = 'A'
               PERFORM 2300-POST-ALLOCATION THRU
                       2300-POST-ALLOCATION-EXIT
           ELSE
               PERFORM 2200-POST-PAIR THRU 2200-POST-PAIR-EXIT
           END-IF.

       2000-POST-ONE-RESULT-EXIT.
           PERFORM 1900-READ-RESULTS THRU 1900-READ-RESULTS-EXIT.

      *-----------------------------------------------------------------
      * 2100-FIND-ACCOUNTS -- the debit and credit accounts for the
      * request type, from QG1WGLA.
      *-----------------------------------------------------------------
       2100-FIND-ACCOUNTS.
           EVALUATE QG1-RSM-REQ-TYPE
               WHEN 'I'
                   MOVE QG1-GLA-INTEGER-DR  TO QA-ENT-DR-ACCOUNT
                   MOVE QG1-GLA-INTEGER-CR  TO QA-ENT-CR-ACCOUNT
               WHEN 'D'
                   MOVE QG1-GLA-DECIMAL-DR  TO QA-ENT-DR-ACCOUNT
                   MOVE QG1-GLA-DECIMAL-CR  TO QA-ENT-CR-ACCOUNT
               WHEN 'A'
                   MOVE QG1-GLA-ALLOCATE-DR TO QA-ENT-DR-ACCOUNT
                   MOVE QG1-GLA-ALLOCATE-CR TO QA-ENT-CR-ACCOUNT
               WHEN 'M'
                   MOVE QG1-GLA-MULTIPLY-DR TO QA-ENT-DR-ACCOUNT
                   MOVE QG1-GLA-MULTIPLY-CR TO QA-ENT-CR-ACCOUNT
               WHEN 'P'
                   MOVE QG1-GLA-PERCENT-DR  TO QA-ENT-DR-ACCOUNT
                   MOVE QG1-GLA-PERCENT-CR  TO QA-ENT-CR-ACCOUNT
               WHEN OTHER
                   MOVE 'UNKNOWN REQUEST TYPE - NO GL ACCOUNT' TO
                       WS-EXC-CONDITION
                   PERFORM 2700-WRITE-EXCEPTION THRU
                           2700-WRITE-EXCEPTION-EXIT
           END-EVALUATE.

       2100-FIND-ACCOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-FIND-COST-CENTER -- the department's GL cost center from
      * DEPTMAST.  No department, no master record or a blank cost
      * center all mean the result cannot be posted.
      *-----------------------------------------------------------------
       2150-FIND-COST-CENTER.
           IF QG1-RSM-DEPARTMENT = SPACES
               MOVE 'NO DEPARTMENT ON THE RESULT' TO WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2150-FIND-COST-CENTER-EXIT
           END-IF

           IF NOT QA-DEPTMAST-USABLE
               MOVE 'DEPARTMENT NOT ON DEPTMAST' TO WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2150-FIND-COST-CENTER-EXIT
           END-IF

           MOVE QG1-RSM-DEPARTMENT TO QG1-DPT-CODE
           READ DEPTMAST
           EVALUATE TRUE
               WHEN WS-DEPTMAST-OK
                   CONTINUE
               WHEN WS-DEPTMAST-NOTFND
                   MOVE 'DEPARTMENT NOT ON DEPTMAST' TO
                       WS-EXC-CONDITION
                   PERFORM 2700-WRITE-EXCEPTION THRU
                           2700-WRITE-EXCEPTION-EXIT
                   GO TO 2150-FIND-COST-CENTER-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX020 - READ OF DEPTMAST FAILED, STATUS '
                           WS-DEPTMAST-STATUS
                           ' DEPT ' QG1-RSM-DEPARTMENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF QG1-DPT-COST-CENTER = SPACES OR
              QG1-DPT-COST-CENTER = LOW-VALUES
               MOVE 'NO GL COST CENTER FOR THE DEPARTMENT' TO
                   WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2150-FIND-COST-CENTER-EXIT
           END-IF

           MOVE QG1-DPT-COST-CENTER TO QA-ENT-COST-CENTER.

       2150-FIND-COST-CENTER-EXIT.
           EXIT.

      *=================================================================
      * 2200-POST-PAIR -- an ordinary result: the stored quotient (the *
      * product for M, the share of the amount for P) debited to the   *
      * type's expense account and credited to its offset.             *
      *=================================================================
       2200-POST-PAIR.
           IF QG1-RSM-QUOTIENT NOT NUMERIC
               MOVE 'RESULT FIGURES NOT NUMERIC - WILL NOT BALANCE' TO
                   WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2200-POST-PAIR-EXIT
           END-IF

           IF QG1-RSM-QUOTIENT = ZERO
               ADD 1 TO QA-CNT-ZERO
               GO TO 2200-POST-PAIR-EXIT
           END-IF

           MOVE ZERO TO QA-ENT-SHARE-NUM QA-ENT-SHARE-WAYS
           MOVE QG1-RSM-QUOTIENT TO QA-ENT-AMOUNT
           MOVE SPACES TO QA-ENT-DESCRIPTION
           STRING 'QG1 RESULT ' QG1-RSM-REQ-ID
               ' TYPE ' QG1-RSM-REQ-TYPE
               DELIMITED BY SIZE INTO QA-ENT-DESCRIPTION

           MOVE QA-ENT-DR-ACCOUNT TO QA-ENT-ACCOUNT
           SET QA-ENT-NATURAL-DEBIT TO TRUE
           PERFORM 2800-WRITE-ENTRY THRU 2800-WRITE-ENTRY-EXIT

           MOVE QA-ENT-CR-ACCOUNT TO QA-ENT-ACCOUNT
           SET QA-ENT-NATURAL-CREDIT TO TRUE
           PERFORM 2800-WRITE-ENTRY THRU 2800-WRITE-ENTRY-EXIT

           ADD 1 TO QA-CNT-POSTED
           IF QA-REVERSING-RESULT
               ADD 1 TO QA-CNT-REVERSALS
           END-IF.

       2200-POST-PAIR-EXIT.
           EXIT.

      *=================================================================
      * 2300-POST-ALLOCATION -- the shares are rebuilt and summed      *
      * before anything is written, so an allocation that would not    *
      * balance never reaches the feed.  Then one credit for the       *
      * whole amount and one debit per share.                          *
      *=================================================================
       2300-POST-ALLOCATION.
           IF QG1-RSM-DIVIDEND-DEC NOT NUMERIC OR
              QG1-RSM-DIVISOR-INT  NOT NUMERIC OR
              QG1-RSM-QUOTIENT     NOT NUMERIC OR
              QG1-RSM-REMAINDER1   NOT NUMERIC
               MOVE 'RESULT FIGURES NOT NUMERIC - WILL NOT BALANCE' TO
                   WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2300-POST-ALLOCATION-EXIT
           END-IF

           IF QG1-RSM-DIVISOR-INT < 1 OR QG1-RSM-DIVISOR-INT > 9999
               MOVE 'ALLOCATION WAYS NOT 1 THROUGH 9999' TO
                   WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2300-POST-ALLOCATION-EXIT
           END-IF

           IF QG1-RSM-DIVIDEND-DEC < ZERO OR
              QG1-RSM-QUOTIENT     < ZERO OR
              QG1-RSM-REMAINDER1   < ZERO
               MOVE 'NEGATIVE ALLOCATION FIGURES' TO WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2300-POST-ALLOCATION-EXIT
           END-IF

           IF QG1-RSM-DIVIDEND-DEC = ZERO
               ADD 1 TO QA-CNT-ZERO
               GO TO 2300-POST-ALLOCATION-EXIT
           END-IF

           COMPUTE QA-ALC-AMOUNT-CENTS = QG1-RSM-DIVIDEND-DEC * 100
           MOVE QG1-RSM-DIVISOR-INT TO QA-ALC-WAYS
           COMPUTE QA-ALC-BASE-CENTS = QG1-RSM-QUOTIENT * 100
           COMPUTE QA-ALC-SPREAD-CENTS = QG1-RSM-REMAINDER1 * 100

           IF QA-ALC-SPREAD-CENTS NOT < QA-ALC-WAYS
               MOVE 'SPREAD CENTS NOT LESS THAN THE WAYS' TO
                   WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2300-POST-ALLOCATION-EXIT
           END-IF

           COMPUTE QA-ALC-SUM-CENTS =
                   QA-ALC-BASE-CENTS * QA-ALC-WAYS + QA-ALC-SPREAD-CENTS
           IF QA-ALC-SUM-CENTS NOT = QA-ALC-AMOUNT-CENTS
               MOVE 'ALLOCATION SHARES DO NOT SUM TO THE AMOUNT' TO
                   WS-EXC-CONDITION
               PERFORM 2700-WRITE-EXCEPTION THRU
                       2700-WRITE-EXCEPTION-EXIT
               GO TO 2300-POST-ALLOCATION-EXIT
           END-IF

           MOVE ZERO TO QA-ENT-SHARE-NUM
           MOVE QA-ALC-WAYS TO QA-ENT-SHARE-WAYS
           MOVE QG1-RSM-DIVIDEND-DEC TO QA-ENT-AMOUNT
           MOVE SPACES TO QA-ENT-DESCRIPTION
           STRING 'QG1 ALLOCATION ' QG1-RSM-REQ-ID
               ' ' QA-ALC-WAYS ' WAYS'
               DELIMITED BY SIZE INTO QA-ENT-DESCRIPTION
           MOVE QA-ENT-CR-ACCOUNT TO QA-ENT-ACCOUNT
           SET QA-ENT-NATURAL-CREDIT TO TRUE
           PERFORM 2800-WRITE-ENTRY THRU 2800-WRITE-ENTRY-EXIT

           MOVE ZERO TO QA-ALC-SHARE-SUB
           MOVE QA-ENT-DR-ACCOUNT TO QA-ENT-ACCOUNT
           SET QA-ENT-NATURAL-DEBIT TO TRUE
           PERFORM 2310-POST-ONE-SHARE THRU 2310-POST-ONE-SHARE-EXIT
               UNTIL QA-ALC-SHARE-SUB >= QA-ALC-WAYS

           ADD 1 TO QA-CNT-POSTED
           IF QA-REVERSING-RESULT
               ADD 1 TO QA-CNT-REVERSALS
           END-IF.

       2300-POST-ALLOCATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2310-POST-ONE-SHARE -- the first QA-ALC-SPREAD-CENTS shares
      * carry one extra cent, the same cut QG1CX013 printed.
      *-----------------------------------------------------------------
       2310-POST-ONE-SHARE.
           ADD 1 TO QA-ALC-SHARE-SUB

           MOVE QA-ALC-BASE-CENTS TO QA-ALC-SHARE-CENTS
           IF QA-ALC-SHARE-SUB <= QA-ALC-SPREAD-CENTS
               ADD 1 TO QA-ALC-SHARE-CENTS
           END-IF

           COMPUTE QA-ENT-AMOUNT = QA-ALC-SHARE-CENTS / 100
           MOVE QA-ALC-SHARE-SUB TO QA-ENT-SHARE-NUM
           MOVE SPACES TO QA-ENT-DESCRIPTION
           STRING 'QG1 ALLOCATION ' QG1-RSM-REQ-ID
               ' SHARE ' QA-ALC-SHARE-SUB
               DELIMITED BY SIZE INTO QA-ENT-DESCRIPTION

           PERFORM 2800-WRITE-ENTRY THRU 2800-WRITE-ENTRY-EXIT.

       2310-POST-ONE-SHARE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-WRITE-EXCEPTION -- one GLXRPT line per result held back;
      * WS-EXC-CONDITION is set by the caller.
      *-----------------------------------------------------------------
       2700-WRITE-EXCEPTION.
           SET QA-RESULT-HELD TO TRUE
           ADD 1 TO QA-CNT-EXCEPTIONS

           MOVE QG1-RSM-REQ-ID      TO WS-EXC-REQ-ID
           MOVE QG1-RSM-REQ-TYPE    TO WS-EXC-REQ-TYPE
           MOVE QG1-RSM-DEPARTMENT  TO WS-EXC-DEPARTMENT
           IF QG1-RSM-REQ-TYPE = 'A' AND QG1-RSM-DIVIDEND-DEC NUMERIC
               MOVE QG1-RSM-DIVIDEND-DEC TO WS-EXC-AMOUNT
           ELSE
               IF QG1-RSM-QUOTIENT NUMERIC
                   MOVE QG1-RSM-QUOTIENT TO WS-EXC-AMOUNT
               ELSE
                   MOVE ZERO TO WS-EXC-AMOUNT
               END-IF
           END-IF
           MOVE WS-EXCEPTION-LINE   TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD.

       2700-WRITE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-WRITE-ENTRY -- one type D journal line from
      * QA-ENTRY-WORK.  A negative amount is posted as a positive
      * figure on the opposite side.  The reversal of a result goes
      * on the side opposite to the one its original entry took.
      *-----------------------------------------------------------------
       2800-WRITE-ENTRY.
           ADD 1 TO QA-JNL-ENTRY-COUNT

           MOVE SPACES               TO QG1-GLJRNL-RECORD
           SET QG1-GLJ-DETAIL        TO TRUE
           MOVE QA-JNL-ENTRY-COUNT   TO QG1-GLJ-ENTRY-NO
           MOVE QA-ENT-ACCOUNT       TO QG1-GLJ-ACCOUNT
           MOVE QA-ENT-COST-CENTER   TO QG1-GLJ-COST-CENTER
           MOVE QG1-RSM-REQ-ID       TO QG1-GLJ-REQ-ID
           MOVE QG1-RSM-REQ-TYPE     TO QG1-GLJ-REQ-TYPE
           MOVE QG1-RSM-DEPARTMENT   TO QG1-GLJ-DEPARTMENT
           MOVE QA-ENT-SHARE-NUM     TO QG1-GLJ-SHARE-NUM
           MOVE QA-ENT-SHARE-WAYS    TO QG1-GLJ-SHARE-WAYS
           MOVE QG1-RSM-SOURCE-ID    TO QG1-GLJ-SOURCE-ID
           MOVE QA-ENT-DESCRIPTION   TO QG1-GLJ-DESCRIPTION

           IF QA-ENT-AMOUNT < ZERO
               COMPUTE QG1-GLJ-AMOUNT = ZERO - QA-ENT-AMOUNT
               IF QA-ENT-NATURAL-DEBIT
                   SET QG1-GLJ-CREDIT TO TRUE
               ELSE
                   SET QG1-GLJ-DEBIT TO TRUE
               END-IF
           ELSE
               MOVE QA-ENT-AMOUNT TO QG1-GLJ-AMOUNT
               MOVE QA-ENT-NATURAL-SIDE TO QG1-GLJ-DR-CR
           END-IF

           IF QA-REVERSING-RESULT
               SET QG1-GLJ-REVERSING TO TRUE
               IF QG1-GLJ-DEBIT
                   SET QG1-GLJ-CREDIT TO TRUE
               ELSE
                   SET QG1-GLJ-DEBIT TO TRUE
               END-IF
               MOVE SPACES TO QG1-GLJ-DESCRIPTION
               STRING 'QG1 REVERSAL ' QG1-RSM-REQ-ID
                   ' RSN ' QG1-RSH-REASON
                   DELIMITED BY SIZE INTO QG1-GLJ-DESCRIPTION
           END-IF

           IF QG1-GLJ-DEBIT
               ADD 1 TO QA-JNL-DEBIT-COUNT
               ADD QG1-GLJ-AMOUNT TO QA-JNL-DEBIT-TOTAL
           ELSE
               ADD 1 TO QA-JNL-CREDIT-COUNT
               ADD QG1-GLJ-AMOUNT TO QA-JNL-CREDIT-TOTAL
           END-IF

           PERFORM 2900-WRITE-GLJRNL THRU 2900-WRITE-GLJRNL-EXIT.

       2800-WRITE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-WRITE-GLJRNL
      *-----------------------------------------------------------------
       2900-WRITE-GLJRNL.
           WRITE QG1-GLJRNL-RECORD
           IF NOT WS-GLJRNL-OK
               DISPLAY 'QG1CX020 - WRITE TO GLJRNL FAILED, STATUS '
                       WS-GLJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-WRITE-GLJRNL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-POSITION-RESHIST -- set the browse at the front of the
      * result history for the reversal pass.
      *-----------------------------------------------------------------
       3000-POSITION-RESHIST.
           IF QA-RSH-END-OF-FILE
               GO TO 3000-POSITION-RESHIST-EXIT
           END-IF

           MOVE LOW-VALUES TO QG1-RSH-KEY
           START RESHIST KEY NOT < QG1-RSH-KEY
           IF NOT WS-RESHIST-OK
               SET QA-RSH-END-OF-FILE TO TRUE
               GO TO 3000-POSITION-RESHIST-EXIT
           END-IF

           PERFORM 3900-READ-RESHIST THRU 3900-READ-RESHIST-EXIT.

       3000-POSITION-RESHIST-EXIT.
           EXIT.

      *=================================================================
      * 3100-POST-ONE-REVERSAL -- a reversal not yet journalled (or    *
      * already journalled under this same posting date, on a rerun),  *
      * dated on or before the posting date.  Its original image from  *
      * the history is put back in the RESULTS record area and run     *
      * through the same accounts, cost center and posting paragraphs  *
      * as the first pass, which swap the sides while                  *
      * QA-REVERSING-RESULT is on; once its entries are out the        *
      * posting date is stamped on the history record.  An image       *
      * RESHIST keeps because a rerun overwrote it is not a reversal.  *
      *=================================================================
       3100-POST-ONE-REVERSAL.
           IF NOT QG1-RSH-REVERSED OR
              QG1-RSH-HIST-DATE > WS-POST-DATE
               GO TO 3100-POST-ONE-REVERSAL-EXIT
           END-IF

           IF QG1-RSH-JOURNAL-DATE NOT = SPACES AND
              QG1-RSH-JOURNAL-DATE NOT = WS-POST-DATE
               GO TO 3100-POST-ONE-REVERSAL-EXIT
           END-IF

           MOVE QG1-RSH-RESULT-IMAGE TO QG1-RESULT-RECORD
           SET QA-REVERSING-RESULT TO TRUE
           SET QA-RESULT-POSTABLE TO TRUE

           PERFORM 2100-FIND-ACCOUNTS THRU 2100-FIND-ACCOUNTS-EXIT
           IF QA-RESULT-HELD
               GO TO 3100-POST-ONE-REVERSAL-EXIT
           END-IF

           PERFORM 2150-FIND-COST-CENTER THRU
                   2150-FIND-COST-CENTER-EXIT
           IF QA-RESULT-HELD
               GO TO 3100-POST-ONE-REVERSAL-EXIT
           END-IF

           IF QG1-RSM-REQ-TYPE = 'A'
               PERFORM 2300-POST-ALLOCATION THRU
                       2300-POST-ALLOCATION-EXIT
           ELSE
               PERFORM 2200-POST-PAIR THRU 2200-POST-PAIR-EXIT
           END-IF

           IF QA-RESULT-HELD
               GO TO 3100-POST-ONE-REVERSAL-EXIT
           END-IF

           PERFORM 3200-MARK-JOURNALLED THRU
                   3200-MARK-JOURNALLED-EXIT.

       3100-POST-ONE-REVERSAL-EXIT.
           MOVE 'N' TO QA-SW-REVERSING
           PERFORM 3900-READ-RESHIST THRU 3900-READ-RESHIST-EXIT.

      *-----------------------------------------------------------------
      * 3200-MARK-JOURNALLED -- the posting date onto the history
      * record, so no later run puts the reversal out again.
      *-----------------------------------------------------------------
       3200-MARK-JOURNALLED.
           IF QG1-RSH-JOURNAL-DATE = WS-POST-DATE
               GO TO 3200-MARK-JOURNALLED-EXIT
           END-IF

           MOVE WS-POST-DATE TO QG1-RSH-JOURNAL-DATE
           REWRITE QG1-RESHIST-RECORD
           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX020 - REWRITE OF RESHIST FAILED, STATUS '
                       WS-RESHIST-STATUS ' REQ-ID ' QG1-RSH-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3200-MARK-JOURNALLED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3900-READ-RESHIST
      *-----------------------------------------------------------------
       3900-READ-RESHIST.
           READ RESHIST NEXT RECORD
               AT END
                   SET QA-RSH-END-OF-FILE TO TRUE
           END-READ.

       3900-READ-RESHIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-STAMP-DATE -- the RUNCTL business date, which is the date
      * QG1CX013 stamped on the day's results even when the batch ran
      * past midnight.  Only when RUNCTL has no business date does
      * the machine clock stand in.
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

           DISPLAY 'QG1CX020 - ' QA-RUNCTL-MESSAGE
           DISPLAY 'QG1CX020 - DEFAULT POSTING DATE FROM THE MACHINE '
                   'CLOCK'

           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE.

       5100-STAMP-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-WRITE-TRAILER -- the GLJRNL type T record, then the
      * GLXRPT counts and the verdict.
      *-----------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES               TO QG1-GLJRNL-RECORD
           SET QG1-GLJ-TRAILER       TO TRUE
           MOVE QA-JNL-ENTRY-COUNT   TO QG1-GLJ-TRL-ENTRY-COUNT
           MOVE QA-JNL-DEBIT-COUNT   TO QG1-GLJ-TRL-DEBIT-COUNT
           MOVE QA-JNL-CREDIT-COUNT  TO QG1-GLJ-TRL-CREDIT-COUNT
           MOVE QA-JNL-DEBIT-TOTAL   TO QG1-GLJ-TRL-DEBIT-TOTAL
           MOVE QA-JNL-CREDIT-TOTAL  TO QG1-GLJ-TRL-CREDIT-TOTAL
           MOVE QA-CNT-POSTED        TO QG1-GLJ-TRL-RESULT-COUNT
           PERFORM 2900-WRITE-GLJRNL THRU 2900-WRITE-GLJRNL-EXIT

           MOVE SPACES TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-CNT-READ TO WS-TRL-READ
           MOVE WS-TRAILER-LINE-1 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-CNT-SELECTED TO WS-TRL-SELECTED
           MOVE WS-TRAILER-LINE-2 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-CNT-POSTED TO WS-TRL-POSTED
           MOVE WS-TRAILER-LINE-3 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-CNT-ZERO TO WS-TRL-ZERO
           MOVE WS-TRAILER-LINE-4 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-CNT-EXCEPTIONS TO WS-TRL-EXCEPTIONS
           MOVE WS-TRAILER-LINE-5 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-CNT-REVERSALS TO WS-TRL-REVERSALS
           MOVE WS-TRAILER-LINE-5A TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-JNL-ENTRY-COUNT TO WS-TRL-ENTRIES
           MOVE WS-TRAILER-LINE-6 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-JNL-DEBIT-TOTAL TO WS-TRL-DEBIT-TOTAL
           MOVE WS-TRAILER-LINE-7 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE QA-JNL-CREDIT-TOTAL TO WS-TRL-CREDIT-TOTAL
           MOVE WS-TRAILER-LINE-8 TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           MOVE SPACES TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD

           EVALUATE QA-RUN-RC
               WHEN ZERO
                   MOVE 'JOURNAL BALANCED - RELEASE THE LEDGER LOAD' TO
                       WS-VRD-TEXT
               WHEN 8
                   MOVE '*** RESULTS HELD - HOLD THE LEDGER LOAD ***'
                       TO WS-VRD-TEXT
               WHEN OTHER
                   MOVE '*** JOURNAL OUT OF BALANCE - DO NOT LOAD ***'
                       TO WS-VRD-TEXT
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO QG1-GLXRPT-LINE
           WRITE QG1-GLXRPT-RECORD.

       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- 0 when every result for the date went out    *
      * balanced, 8 when any was held back on GLXRPT, 12 when the      *
      * batch's debits and credits do not agree.  The ledger load is   *
      * held on anything nonzero.                                      *
      *=================================================================
       9000-TERMINATE.
           IF QA-CNT-EXCEPTIONS > ZERO
               MOVE 8 TO QA-RUN-RC
               DISPLAY 'QG1CX020 *** GL JOURNAL EXCEPTIONS - HELD='
                       QA-CNT-EXCEPTIONS ' - HOLD THE LEDGER LOAD ***'
                   UPON CONSOLE
               DISPLAY 'QG1CX020 *** GL JOURNAL EXCEPTIONS - HELD='
                       QA-CNT-EXCEPTIONS ' - HOLD THE LEDGER LOAD ***'
           END-IF

           IF QA-JNL-DEBIT-TOTAL NOT = QA-JNL-CREDIT-TOTAL
               MOVE 12 TO QA-RUN-RC
               DISPLAY 'QG1CX020 *** GL JOURNAL OUT OF BALANCE - DR='
                       QA-JNL-DEBIT-TOTAL ' CR=' QA-JNL-CREDIT-TOTAL
                       ' ***'
                   UPON CONSOLE
               DISPLAY 'QG1CX020 *** GL JOURNAL OUT OF BALANCE - DR='
                       QA-JNL-DEBIT-TOTAL ' CR=' QA-JNL-CREDIT-TOTAL
                       ' ***'
           END-IF

           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT

           DISPLAY 'QG1CX020 - READ ' QA-CNT-READ
                   ' POSTED ' QA-CNT-POSTED
                   ' HELD ' QA-CNT-EXCEPTIONS
                   ' REVERSED ' QA-CNT-REVERSALS
                   ' ENTRIES ' QA-JNL-ENTRY-COUNT

           MOVE 'W' TO QA-AUDIT-FUNCTION
           STRING 'GLJRNL DATE=' WS-POST-DATE
               ' POST=' QA-CNT-POSTED
               ' HELD=' QA-CNT-EXCEPTIONS
               ' REV=' QA-CNT-REVERSALS
               ' ENT=' QA-JNL-ENTRY-COUNT
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           CLOSE RESULTS
           CLOSE DEPTMAST
           CLOSE RESHIST
           CLOSE GLJRNL
           CLOSE GLXRPT

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX020.
