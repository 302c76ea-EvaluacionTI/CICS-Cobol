      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Business-date control for the nightly chain.
      *               The chain jobs (QG1CX016, 013, 014, 017, 018,
      *               019) stamp the business date held on RUNCTL
      *               instead of the machine clock and will not run
      *               out of order or twice (see QG1CXRUN); this
      *               utility is the operator's handle on that date.
      *               The EXEC PARM picks the action:
      *                 ROLL            end of day - once QG1CX019
      *                                 has completed for the
      *                                 business date, move the date
      *                                 on one day;
      *                 INITyyyy-mm-dd  set the business date - the
      *                                 first time, or to correct it;
      *                 RRUNjjjjjjjj    let chain job jjjjjjjj run
      *                                 once more for the current
      *                                 business date.
      *               RUNRPT shows the action and where every chain
      *               job stands for the business date it acted on.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX023.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL     ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNRPT     ASSIGN TO RUNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
           COPY QG1WRUN.

       FD  RUNRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-RUNRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-RUNRPT-LINE==.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-OK             VALUE '00'.
               88  WS-RUNCTL-NOTFND         VALUE '23'.
           05  WS-RUNRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-RUNRPT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * THE JOB CHAIN                                                 *
      *---------------------------------------------------------------*
           COPY QG1WJCH.

      *---------------------------------------------------------------*
      * SWITCHES AND SUBSCRIPTS                                       *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-ACTION             PIC X(01) VALUE SPACE.
               88  QA-ACTION-ROLL           VALUE 'R'.
               88  QA-ACTION-INIT           VALUE 'I'.
               88  QA-ACTION-RERUN          VALUE 'A'.
           05  QA-SW-REFUSED            PIC X(01) VALUE 'N'.
               88  QA-ACTION-REFUSED        VALUE 'Y'.

       01  QA-CHAIN-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * ACTION WORK -- the business date before and after, the job    *
      * a rerun is for, and the date the chain listing is taken for.  *
      *---------------------------------------------------------------*
       01  QA-ACTION-WORK.
           05  QA-ACT-TEXT              PIC X(40) VALUE SPACES.
           05  QA-ACT-RERUN-JOB         PIC X(08) VALUE SPACES.
           05  QA-ACT-DATE-BEFORE       PIC X(10) VALUE SPACES.
           05  QA-ACT-DATE-AFTER        PIC X(10) VALUE SPACES.
           05  QA-ACT-LIST-DATE         PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * REPORT LINES                                                  *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'QG1CX023 - BUSINESS DATE RUN CONTROL'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HDG-RUN-TIME          PIC X(08).

       01  WS-ACTION-LINE.
           05  FILLER        PIC X(20) VALUE 'ACTION            :'.
           05  WS-ACT-TEXT              PIC X(40).

       01  WS-DATE-LINE-1.
           05  FILLER        PIC X(20) VALUE 'BUSINESS DATE WAS :'.
           05  WS-DTL-DATE-BEFORE       PIC X(10).

       01  WS-DATE-LINE-2.
           05  FILLER        PIC X(20) VALUE 'BUSINESS DATE NOW :'.
           05  WS-DTL-DATE-AFTER        PIC X(10).

       01  WS-CHAIN-HEADING-1.
           05  FILLER                   PIC X(29)
               VALUE 'JOB CHAIN FOR BUSINESS DATE'.
           05  WS-CHH-DATE              PIC X(10).

       01  WS-CHAIN-HEADING-2.
           05  FILLER                   PIC X(10) VALUE 'JOB'.
           05  FILLER                   PIC X(10) VALUE 'AFTER'.
           05  FILLER                   PIC X(08) VALUE 'MAX RC'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(04) VALUE 'RC'.
           05  FILLER                   PIC X(06) VALUE 'RUNS'.
           05  FILLER                   PIC X(21) VALUE 'STARTED'.
           05  FILLER                   PIC X(21) VALUE 'ENDED'.
           05  FILLER                   PIC X(05) VALUE 'RERUN'.

       01  WS-CHAIN-LINE.
           05  WS-CHL-JOB-ID            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHL-PREDECESSOR       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHL-MAX-RC            PIC Z9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-CHL-STATUS            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHL-RC                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHL-RUNS              PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CHL-START-DATE        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CHL-START-TIME        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHL-END-DATE          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CHL-END-TIME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CHL-RERUN             PIC X(05).

       01  WS-VERDICT-LINE.
           05  FILLER        PIC X(20) VALUE 'VERDICT           :'.
           05  WS-VRD-TEXT              PIC X(70).

      *---------------------------------------------------------------*
      * RUN DATE/TIME WORK AREAS -- the machine clock, for the report *
      * heading only.                                                 *
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

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG LINKAGE WORK AREA                            *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX023'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN-CONTROL LINKAGE WORK AREA                                 *
      *---------------------------------------------------------------*
       01  QA-RUNCTL-WORK.
           05  QA-RUNCTL-FUNCTION       PIC X(01).
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX023'.
           05  QA-RUNCTL-BUS-DATE       PIC X(10) VALUE SPACES.
           05  QA-RUNCTL-JOB-RC         PIC S9(04) COMP VALUE ZERO.
           05  QA-RUNCTL-MESSAGE        PIC X(60).
           05  QA-RUNCTL-RETURN-CODE    PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- a four-letter action and its operand: ROLL,       *
      * INIT followed by the date as YYYY-MM-DD, or RRUN followed by  *
      * the eight-character job name.                                 *
      *---------------------------------------------------------------*
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(04) COMP.
           05  LK-PARM-TEXT              PIC X(14).
           05  LK-PARM-TEXT-R REDEFINES LK-PARM-TEXT.
               10  LK-PARM-ACTION        PIC X(04).
               10  LK-PARM-OPERAND       PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           EVALUATE TRUE
               WHEN QA-ACTION-ROLL
                   PERFORM 2000-ROLL-DATE THRU 2000-ROLL-DATE-EXIT
               WHEN QA-ACTION-INIT
                   PERFORM 3000-INIT-DATE THRU 3000-INIT-DATE-EXIT
               WHEN QA-ACTION-RERUN
                   PERFORM 4000-ALLOW-RERUN THRU 4000-ALLOW-RERUN-EXIT
           END-EVALUATE

           PERFORM 7000-LIST-CHAIN THRU 7000-LIST-CHAIN-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           STOP RUN.

      *=================================================================
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           OPEN OUTPUT RUNRPT
           IF NOT WS-RUNRPT-OK
               DISPLAY 'QG1CX023 - UNABLE TO OPEN RUNRPT, STATUS '
                       WS-RUNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT

           PERFORM 1050-PROCESS-PARM THRU 1050-PROCESS-PARM-EXIT

           PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT

      *    The date as it stands before the action, for the report;
      *    none yet is normal ahead of the first INIT.
           MOVE 'Q' TO QA-RUNCTL-FUNCTION
           PERFORM 5000-CALL-RUN-CONTROL THRU 5000-CALL-RUN-CONTROL-EXIT
           IF QA-RUNCTL-RETURN-CODE = ZERO
               MOVE QA-RUNCTL-BUS-DATE TO QA-ACT-DATE-BEFORE
                                          QA-ACT-DATE-AFTER
                                          QA-ACT-LIST-DATE
           ELSE
               MOVE '(NONE)' TO QA-ACT-DATE-BEFORE QA-ACT-DATE-AFTER
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- the action from the JCL PARM.  There is
      * no default: an absent or malformed PARM ends the run RC 16
      * without touching RUNCTL.
      *-----------------------------------------------------------------
       1050-PROCESS-PARM.
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = 4 AND LK-PARM-ACTION = 'ROLL'
                   SET QA-ACTION-ROLL TO TRUE
                   MOVE 'ROLL THE BUSINESS DATE' TO QA-ACT-TEXT
               WHEN LK-PARM-LENGTH = 14 AND LK-PARM-ACTION = 'INIT'
                   SET QA-ACTION-INIT TO TRUE
                   STRING 'SET THE BUSINESS DATE TO '
                       LK-PARM-OPERAND
                       DELIMITED BY SIZE INTO QA-ACT-TEXT
               WHEN LK-PARM-LENGTH = 12 AND LK-PARM-ACTION = 'RRUN'
                   SET QA-ACTION-RERUN TO TRUE
                   MOVE LK-PARM-OPERAND (1:8) TO QA-ACT-RERUN-JOB
                   STRING 'ALLOW ONE RERUN OF ' QA-ACT-RERUN-JOB
                       DELIMITED BY SIZE INTO QA-ACT-TEXT
               WHEN OTHER
                   DISPLAY 'QG1CX023 - PARM MUST BE ROLL, '
                           'INITyyyy-mm-dd OR RRUNjobname'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           DISPLAY 'QG1CX023 - ' QA-ACT-TEXT.

       1050-PROCESS-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-WRITE-HEADINGS
      *-----------------------------------------------------------------
       1200-WRITE-HEADINGS.
           MOVE WS-CURRENT-DATE   TO WS-HDG-RUN-DATE
           MOVE WS-CURRENT-TIME   TO WS-HDG-RUN-TIME
           MOVE WS-HEADING-LINE-1 TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD
           MOVE SPACES TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD

           MOVE QA-ACT-TEXT    TO WS-ACT-TEXT
           MOVE WS-ACTION-LINE TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD.

       1200-WRITE-HEADINGS-EXIT.
           EXIT.

      *=================================================================
      * 2000-ROLL-DATE -- end of day.  QG1CX023 is the last link of    *
      * the chain, so its own begin proves QG1CX019 completed for the  *
      * business date (and that this date has not been rolled once    *
      * already); then the date moves on and the roll is marked       *
      * complete under the date it closed.                            *
      *=================================================================
       2000-ROLL-DATE.
           MOVE 'B' TO QA-RUNCTL-FUNCTION
           PERFORM 5000-CALL-RUN-CONTROL THRU 5000-CALL-RUN-CONTROL-EXIT
           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               PERFORM 2900-REFUSE-ACTION THRU 2900-REFUSE-ACTION-EXIT
               GO TO 2000-ROLL-DATE-EXIT
           END-IF

           MOVE QA-RUNCTL-BUS-DATE TO QA-ACT-DATE-BEFORE
                                      QA-ACT-LIST-DATE

           MOVE 'R' TO QA-RUNCTL-FUNCTION
           PERFORM 5000-CALL-RUN-CONTROL THRU 5000-CALL-RUN-CONTROL-EXIT
           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               PERFORM 2900-REFUSE-ACTION THRU 2900-REFUSE-ACTION-EXIT
               GO TO 2000-ROLL-DATE-EXIT
           END-IF

           MOVE QA-RUNCTL-BUS-DATE TO QA-ACT-DATE-AFTER

           MOVE QA-ACT-DATE-BEFORE TO QA-RUNCTL-BUS-DATE
           MOVE ZERO TO QA-RUNCTL-JOB-RC
           MOVE 'E' TO QA-RUNCTL-FUNCTION
           PERFORM 5000-CALL-RUN-CONTROL THRU 5000-CALL-RUN-CONTROL-EXIT
           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               DISPLAY 'QG1CX023 - ROLL NOT MARKED COMPLETE: '
                       QA-RUNCTL-MESSAGE
               MOVE 16 TO QA-RUN-RC
           END-IF.

       2000-ROLL-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-REFUSE-ACTION -- QG1CXRUN said no; nothing has changed.
      * A file error is RC 16, anything else RC 8 with a console
      * alert, since a date that did not roll stops tomorrow's chain.
      *-----------------------------------------------------------------
       2900-REFUSE-ACTION.
           SET QA-ACTION-REFUSED TO TRUE

           IF QA-RUNCTL-RETURN-CODE = 16
               MOVE 16 TO QA-RUN-RC
           ELSE
               MOVE 8 TO QA-RUN-RC
           END-IF

           DISPLAY 'QG1CX023 *** ' QA-ACT-TEXT ' REFUSED ***'
               UPON CONSOLE
           DISPLAY 'QG1CX023 *** ' QA-ACT-TEXT ' REFUSED ***'
           DISPLAY 'QG1CX023 - ' QA-RUNCTL-MESSAGE.

       2900-REFUSE-ACTION-EXIT.
           EXIT.

      *=================================================================
      * 3000-INIT-DATE -- the business date is set to the PARM date.   *
      *=================================================================
       3000-INIT-DATE.
           MOVE LK-PARM-OPERAND TO QA-RUNCTL-BUS-DATE
           MOVE 'I' TO QA-RUNCTL-FUNCTION
           PERFORM 5000-CALL-RUN-CONTROL THRU 5000-CALL-RUN-CONTROL-EXIT
           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               PERFORM 2900-REFUSE-ACTION THRU 2900-REFUSE-ACTION-EXIT
               GO TO 3000-INIT-DATE-EXIT
           END-IF

           MOVE QA-RUNCTL-BUS-DATE TO QA-ACT-DATE-AFTER
                                      QA-ACT-LIST-DATE.

       3000-INIT-DATE-EXIT.
           EXIT.

      *=================================================================
      * 4000-ALLOW-RERUN -- the named chain job may run once more for  *
      * the current business date.  This is the only way past the     *
      * duplicate-run check; nothing on the job's own PARM will do.   *
      *=================================================================
       4000-ALLOW-RERUN.
           MOVE QA-ACT-RERUN-JOB TO QA-RUNCTL-PROGRAM-ID
           MOVE 'A' TO QA-RUNCTL-FUNCTION
           PERFORM 5000-CALL-RUN-CONTROL THRU 5000-CALL-RUN-CONTROL-EXIT
           MOVE 'QG1CX023' TO QA-RUNCTL-PROGRAM-ID

           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               PERFORM 2900-REFUSE-ACTION THRU 2900-REFUSE-ACTION-EXIT
           END-IF.

       4000-ALLOW-RERUN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-CALL-RUN-CONTROL -- QA-RUNCTL-FUNCTION is already set.
      *-----------------------------------------------------------------
       5000-CALL-RUN-CONTROL.
           CALL 'QG1CXRUN' USING QA-RUNCTL-FUNCTION
                                  QA-RUNCTL-PROGRAM-ID
                                  QA-RUNCTL-BUS-DATE
                                  QA-RUNCTL-JOB-RC
                                  QA-RUNCTL-MESSAGE
                                  QA-RUNCTL-RETURN-CODE.

       5000-CALL-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-STAMP-DATE
      *-----------------------------------------------------------------
       5100-STAMP-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       5100-STAMP-DATE-EXIT.
           EXIT.

      *=================================================================
      * 7000-LIST-CHAIN -- the business dates either side of the       *
      * action, then every chain job's RUNCTL record for the date the  *
      * action worked on.                                              *
      *=================================================================
       7000-LIST-CHAIN.
           MOVE SPACES TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD

           MOVE QA-ACT-DATE-BEFORE TO WS-DTL-DATE-BEFORE
           MOVE WS-DATE-LINE-1 TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD
           MOVE QA-ACT-DATE-AFTER TO WS-DTL-DATE-AFTER
           MOVE WS-DATE-LINE-2 TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD

           IF QA-ACT-LIST-DATE = SPACES
               GO TO 7000-LIST-CHAIN-EXIT
           END-IF

           OPEN INPUT RUNCTL
           IF NOT WS-RUNCTL-OK
               DISPLAY 'QG1CX023 - UNABLE TO OPEN RUNCTL FOR THE '
                       'LISTING, STATUS ' WS-RUNCTL-STATUS
               GO TO 7000-LIST-CHAIN-EXIT
           END-IF

           MOVE SPACES TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD
           MOVE QA-ACT-LIST-DATE TO WS-CHH-DATE
           MOVE WS-CHAIN-HEADING-1 TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD
           MOVE WS-CHAIN-HEADING-2 TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD

           PERFORM 7100-LIST-ONE-JOB THRU 7100-LIST-ONE-JOB-EXIT
               VARYING QA-CHAIN-SUB FROM 1 BY 1
               UNTIL QA-CHAIN-SUB > QG1-JCH-ENTRIES

           CLOSE RUNCTL.

       7000-LIST-CHAIN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-LIST-ONE-JOB
      *-----------------------------------------------------------------
       7100-LIST-ONE-JOB.
           MOVE SPACES TO WS-CHL-STATUS WS-CHL-RC WS-CHL-RUNS
                          WS-CHL-START-DATE WS-CHL-START-TIME
                          WS-CHL-END-DATE WS-CHL-END-TIME WS-CHL-RERUN
           MOVE QG1-JCH-JOB-ID (QA-CHAIN-SUB)      TO WS-CHL-JOB-ID
           MOVE QG1-JCH-PREDECESSOR (QA-CHAIN-SUB) TO WS-CHL-PREDECESSOR
           MOVE QG1-JCH-MAX-RC (QA-CHAIN-SUB)      TO WS-CHL-MAX-RC

           MOVE QG1-JCH-JOB-ID (QA-CHAIN-SUB) TO QG1-RUN-JOB-ID
           MOVE QA-ACT-LIST-DATE              TO QG1-RUN-BUS-DATE

           READ RUNCTL

           EVALUATE TRUE
               WHEN WS-RUNCTL-NOTFND
                   MOVE 'NOT RUN' TO WS-CHL-STATUS
               WHEN NOT WS-RUNCTL-OK
                   MOVE 'STATUS' TO WS-CHL-STATUS
                   MOVE WS-RUNCTL-STATUS TO WS-CHL-RC
               WHEN OTHER
                   IF QG1-RUN-COMPLETE
                       MOVE 'COMPLETE' TO WS-CHL-STATUS
                       MOVE QG1-RUN-JOB-RC TO WS-CHL-RC
                   ELSE
                       MOVE 'STARTED' TO WS-CHL-STATUS
                   END-IF
                   MOVE QG1-RUN-RUN-COUNT  TO WS-CHL-RUNS
                   MOVE QG1-RUN-START-DATE TO WS-CHL-START-DATE
                   MOVE QG1-RUN-START-TIME TO WS-CHL-START-TIME
                   MOVE QG1-RUN-END-DATE   TO WS-CHL-END-DATE
                   MOVE QG1-RUN-END-TIME   TO WS-CHL-END-TIME
                   IF QG1-RUN-RERUN-ALLOWED
                       MOVE 'YES' TO WS-CHL-RERUN
                   END-IF
           END-EVALUATE

           MOVE WS-CHAIN-LINE TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD.

       7100-LIST-ONE-JOB-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- 0 done, 8 refused (RUNCTL unchanged), 16     *
      * file error.                                                    *
      *=================================================================
       9000-TERMINATE.
           MOVE SPACES TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD

           MOVE SPACES TO WS-VRD-TEXT
           IF QA-ACTION-REFUSED
               STRING 'REFUSED - ' QA-RUNCTL-MESSAGE
                   DELIMITED BY SIZE INTO WS-VRD-TEXT
           ELSE
               IF QA-RUN-RC = ZERO
                   MOVE 'DONE' TO WS-VRD-TEXT
               ELSE
                   MOVE 'DONE, BUT THE ROLL WAS NOT MARKED COMPLETE'
                       TO WS-VRD-TEXT
               END-IF
           END-IF
           MOVE WS-VERDICT-LINE TO QG1-RUNRPT-LINE
           WRITE QG1-RUNRPT-RECORD

           MOVE 'W' TO QA-AUDIT-FUNCTION
           MOVE SPACES TO QA-AUDIT-SUMMARY
           EVALUATE TRUE
               WHEN QA-ACTION-ROLL
                   STRING 'BUSDATE ROLL ' QA-ACT-DATE-BEFORE
                       ' TO ' QA-ACT-DATE-AFTER ' RC=' QA-RUN-RC
                       DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
               WHEN QA-ACTION-INIT
                   STRING 'BUSDATE INIT ' QA-ACT-DATE-BEFORE
                       ' TO ' LK-PARM-OPERAND ' RC=' QA-RUN-RC
                       DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
               WHEN QA-ACTION-RERUN
                   STRING 'BUSDATE RRUN ' QA-ACT-RERUN-JOB
                       ' ON ' QA-ACT-DATE-BEFORE ' RC=' QA-RUN-RC
                       DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           END-EVALUATE
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           CLOSE RUNRPT

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX023.
