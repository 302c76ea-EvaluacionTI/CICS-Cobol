      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Shared run-control routine CALLed by every job
      *               in the nightly chain (QG1CX016, 013, 014, 017,
      *               018, 019) and by the QG1CX023 end-of-day
      *               utility.  It owns the RUNCTL cluster (see
      *               copybook QG1WRUN):
      *                 B  begin - hand back the business date, after
      *                    proving the job's predecessor (copybook
      *                    QG1WJCH) completed cleanly for it and that
      *                    the job has not already completed for it
      *                    without a rerun authorised;
      *                 E  end   - mark the job complete with its RC;
      *                 Q  query - hand back the business date only;
      *                 R  roll  - move the business date on one day;
      *                 I  init  - set the business date as given;
      *                 A  allow - authorise one rerun of a completed
      *                    job for the current business date.
      *               A nonzero return code comes back with the reason
      *               in the message area for the caller to DISPLAY:
      *               4 refused as a duplicate, 8 predecessor not
      *               complete, 12 no business date or no run record,
      *               16 file error or a job not in the chain.
      *               RUNCTL is opened and closed on every call so
      *               the CICS region is never locked out of it for
      *               the length of a batch run.
      * Tectonics   : cobc -c
      * Mod history :
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CXRUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL     ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
           COPY QG1WRUN.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * THE JOB CHAIN                                                 *
      *---------------------------------------------------------------*
           COPY QG1WJCH.

      *---------------------------------------------------------------*
      * SWITCHES AND SUBSCRIPTS                                       *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-FILE-OPEN          PIC X(01) VALUE 'N'.
               88  QA-FILE-IS-OPEN          VALUE 'Y'.
               88  QA-FILE-IS-CLOSED        VALUE 'N'.

       01  QA-CHAIN-WORK.
           05  QA-CHAIN-SUB             PIC 9(02) COMP VALUE ZERO.
           05  QA-CHAIN-FOUND           PIC 9(02) COMP VALUE ZERO.

       01  WS-RUNCTL-STATUS             PIC X(02) VALUE SPACES.
           88  WS-RUNCTL-OK                 VALUE '00'.
           88  WS-RUNCTL-NOTFND             VALUE '23'.
           88  WS-RUNCTL-EMPTY              VALUE '35'.

      *---------------------------------------------------------------*
      * RUN DATE/TIME WORK AREAS -- the machine clock, for the start  *
      * and end stamps only; the business date is never taken from   *
      * here.                                                         *
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
      * BUSINESS DATE WORK -- checked on INIT, moved on one day on    *
      * ROLL.                                                         *
      *---------------------------------------------------------------*
       01  QA-BUS-DATE                  PIC X(10).
       01  QA-BUS-DATE-R REDEFINES QA-BUS-DATE.
           05  QA-BDT-YYYY              PIC 9(04).
           05  QA-BDT-SEP1              PIC X(01).
           05  QA-BDT-MM                PIC 9(02).
           05  QA-BDT-SEP2              PIC X(01).
           05  QA-BDT-DD                PIC 9(02).

       01  QA-DATE-WORK.
           05  QA-DTE-MONTH-LEN         PIC 9(02) VALUE ZERO.
           05  QA-DTE-LEAP-WORK         PIC 9(04) VALUE ZERO.
           05  QA-DTE-LEAP-REM          PIC 9(04) VALUE ZERO.
           05  QA-DTE-VALID             PIC X(01) VALUE 'N'.
               88  QA-DATE-IS-VALID         VALUE 'Y'.

       01  QA-MONTH-DAYS-DATA           PIC X(24)
               VALUE '312831303130313130313031'.
       01  QA-MONTH-DAYS-R REDEFINES QA-MONTH-DAYS-DATA.
           05  QA-MONTH-DAYS OCCURS 12 TIMES
                                        PIC 9(02).

      *---------------------------------------------------------------*
      * MESSAGE WORK                                                  *
      *---------------------------------------------------------------*
       01  QA-MSG-JOB-ID                PIC X(08).
       01  QA-MSG-RC                    PIC 9(02).

       LINKAGE SECTION.
       01  LK-RUN-FUNCTION              PIC X(01).
           88  LK-RUN-FN-BEGIN              VALUE 'B'.
           88  LK-RUN-FN-END                VALUE 'E'.
           88  LK-RUN-FN-QUERY              VALUE 'Q'.
           88  LK-RUN-FN-ROLL               VALUE 'R'.
           88  LK-RUN-FN-INIT               VALUE 'I'.
           88  LK-RUN-FN-ALLOW              VALUE 'A'.
       01  LK-RUN-PROGRAM-ID            PIC X(08).
       01  LK-RUN-BUS-DATE              PIC X(10).
       01  LK-RUN-JOB-RC                PIC S9(04) COMP.
       01  LK-RUN-MESSAGE               PIC X(60).
       01  LK-RUN-RETURN-CODE           PIC S9(04) COMP.

       PROCEDURE DIVISION USING LK-RUN-FUNCTION
                                LK-RUN-PROGRAM-ID
                                LK-RUN-BUS-DATE
                                LK-RUN-JOB-RC
                                LK-RUN-MESSAGE
                                LK-RUN-RETURN-CODE.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           MOVE ZERO   TO LK-RUN-RETURN-CODE
           MOVE SPACES TO LK-RUN-MESSAGE

           PERFORM 1000-OPEN-FILE THRU 1000-OPEN-FILE-EXIT
           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 0000-MAINLINE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN LK-RUN-FN-BEGIN
                   PERFORM 2000-BEGIN-RUN THRU 2000-BEGIN-RUN-EXIT
               WHEN LK-RUN-FN-END
                   PERFORM 3000-END-RUN THRU 3000-END-RUN-EXIT
               WHEN LK-RUN-FN-QUERY
                   PERFORM 1100-READ-BUSDATE THRU 1100-READ-BUSDATE-EXIT
               WHEN LK-RUN-FN-ROLL
                   PERFORM 5000-ROLL-DATE THRU 5000-ROLL-DATE-EXIT
               WHEN LK-RUN-FN-INIT
                   PERFORM 6000-INIT-DATE THRU 6000-INIT-DATE-EXIT
               WHEN LK-RUN-FN-ALLOW
                   PERFORM 7000-ALLOW-RERUN THRU 7000-ALLOW-RERUN-EXIT
               WHEN OTHER
                   MOVE 16 TO LK-RUN-RETURN-CODE
                   MOVE 'QG1CXRUN - UNKNOWN FUNCTION REQUESTED' TO
                       LK-RUN-MESSAGE
           END-EVALUATE

           PERFORM 1900-CLOSE-FILE THRU 1900-CLOSE-FILE-EXIT.

       0000-MAINLINE-EXIT.
           GOBACK.

      *=================================================================
      * 1000-OPEN-FILE -- RUNCTL for this call.                        *
      *=================================================================
       1000-OPEN-FILE.
           OPEN I-O RUNCTL

      *    A freshly DEFINEd cluster has never been loaded and will
      *    not open I-O; load it empty once, then open it for update.
           IF WS-RUNCTL-EMPTY
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN I-O RUNCTL
           END-IF

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'UNABLE TO OPEN RUNCTL, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 1000-OPEN-FILE-EXIT
           END-IF

           SET QA-FILE-IS-OPEN TO TRUE.

       1000-OPEN-FILE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-READ-BUSDATE -- the business-date record; its current
      * date goes back to the caller.
      *-----------------------------------------------------------------
       1100-READ-BUSDATE.
           MOVE SPACES TO QG1-RUN-KEY
           SET QG1-RUN-IS-BUSDATE TO TRUE

           READ RUNCTL

           IF WS-RUNCTL-NOTFND
               MOVE 12 TO LK-RUN-RETURN-CODE
               MOVE 'NO BUSINESS DATE ON RUNCTL - RUN QG1CX023 INIT'
                   TO LK-RUN-MESSAGE
               GO TO 1100-READ-BUSDATE-EXIT
           END-IF

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'READ OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 1100-READ-BUSDATE-EXIT
           END-IF

           MOVE QG1-RUN-CURRENT-DATE TO LK-RUN-BUS-DATE.

       1100-READ-BUSDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-FIND-CHAIN -- QA-CHAIN-FOUND is the job's entry in the
      * chain table, zero when it is not in the chain.
      *-----------------------------------------------------------------
       1200-FIND-CHAIN.
           MOVE ZERO TO QA-CHAIN-FOUND

           PERFORM 1210-TEST-ENTRY THRU 1210-TEST-ENTRY-EXIT
               VARYING QA-CHAIN-SUB FROM 1 BY 1
               UNTIL QA-CHAIN-SUB > QG1-JCH-ENTRIES
                  OR QA-CHAIN-FOUND NOT = ZERO

           IF QA-CHAIN-FOUND = ZERO
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING QA-MSG-JOB-ID ' IS NOT IN THE JOB CHAIN'
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
           END-IF.

       1200-FIND-CHAIN-EXIT.
           EXIT.

       1210-TEST-ENTRY.
           IF QG1-JCH-JOB-ID (QA-CHAIN-SUB) = QA-MSG-JOB-ID
               MOVE QA-CHAIN-SUB TO QA-CHAIN-FOUND
           END-IF.

       1210-TEST-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-STAMP-CLOCK -- machine date/time for the run stamps.
      *-----------------------------------------------------------------
       1300-STAMP-CLOCK.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       1300-STAMP-CLOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1400-CHECK-DATE -- QA-BUS-DATE must be a real YYYY-MM-DD;
      * leaves the month's length in QA-DTE-MONTH-LEN.  February
      * stretches to 29 in a leap year (divisible by four, except
      * centuries not divisible by four hundred).
      *-----------------------------------------------------------------
       1400-CHECK-DATE.
           MOVE 'N' TO QA-DTE-VALID

           IF QA-BDT-YYYY NOT NUMERIC OR QA-BDT-MM NOT NUMERIC OR
              QA-BDT-DD NOT NUMERIC OR QA-BDT-SEP1 NOT = '-' OR
              QA-BDT-SEP2 NOT = '-'
               GO TO 1400-CHECK-DATE-EXIT
           END-IF

           IF QA-BDT-MM < 1 OR QA-BDT-MM > 12 OR QA-BDT-DD < 1
               GO TO 1400-CHECK-DATE-EXIT
           END-IF

           MOVE QA-MONTH-DAYS (QA-BDT-MM) TO QA-DTE-MONTH-LEN

           IF QA-BDT-MM = 2
               DIVIDE QA-BDT-YYYY BY 4 GIVING QA-DTE-LEAP-WORK
                   REMAINDER QA-DTE-LEAP-REM
               IF QA-DTE-LEAP-REM = ZERO
                   MOVE 29 TO QA-DTE-MONTH-LEN
                   DIVIDE QA-BDT-YYYY BY 100 GIVING QA-DTE-LEAP-WORK
                       REMAINDER QA-DTE-LEAP-REM
                   IF QA-DTE-LEAP-REM = ZERO
                       DIVIDE QA-BDT-YYYY BY 400
                           GIVING QA-DTE-LEAP-WORK
                           REMAINDER QA-DTE-LEAP-REM
                       IF QA-DTE-LEAP-REM NOT = ZERO
                           MOVE 28 TO QA-DTE-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF QA-BDT-DD > QA-DTE-MONTH-LEN
               GO TO 1400-CHECK-DATE-EXIT
           END-IF

           SET QA-DATE-IS-VALID TO TRUE.

       1400-CHECK-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-CLOSE-FILE
      *-----------------------------------------------------------------
       1900-CLOSE-FILE.
           IF QA-FILE-IS-CLOSED
               GO TO 1900-CLOSE-FILE-EXIT
           END-IF

           CLOSE RUNCTL
           SET QA-FILE-IS-CLOSED TO TRUE.

       1900-CLOSE-FILE-EXIT.
           EXIT.

      *=================================================================
      * 2000-BEGIN-RUN -- business date, predecessor, duplicate check, *
      * then the job's record is written (or rewritten) as started.    *
      *=================================================================
       2000-BEGIN-RUN.
           PERFORM 1100-READ-BUSDATE THRU 1100-READ-BUSDATE-EXIT
           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 2000-BEGIN-RUN-EXIT
           END-IF

           MOVE LK-RUN-PROGRAM-ID TO QA-MSG-JOB-ID
           PERFORM 1200-FIND-CHAIN THRU 1200-FIND-CHAIN-EXIT
           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 2000-BEGIN-RUN-EXIT
           END-IF

           IF QG1-JCH-PREDECESSOR (QA-CHAIN-FOUND) NOT = SPACES
               PERFORM 2100-CHECK-PREDECESSOR THRU
                       2100-CHECK-PREDECESSOR-EXIT
               IF LK-RUN-RETURN-CODE NOT = ZERO
                   GO TO 2000-BEGIN-RUN-EXIT
               END-IF
           END-IF

           PERFORM 2200-START-JOB-RECORD THRU
                   2200-START-JOB-RECORD-EXIT.

       2000-BEGIN-RUN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CHECK-PREDECESSOR -- the job before this one must be
      * complete for the same business date, within its RC limit.
      *-----------------------------------------------------------------
       2100-CHECK-PREDECESSOR.
           MOVE QG1-JCH-PREDECESSOR (QA-CHAIN-FOUND) TO QG1-RUN-JOB-ID
                                                        QA-MSG-JOB-ID
           MOVE LK-RUN-BUS-DATE TO QG1-RUN-BUS-DATE

           READ RUNCTL

           IF WS-RUNCTL-NOTFND
               MOVE 8 TO LK-RUN-RETURN-CODE
               STRING QA-MSG-JOB-ID ' HAS NOT RUN FOR BUSINESS DATE '
                   LK-RUN-BUS-DATE
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 2100-CHECK-PREDECESSOR-EXIT
           END-IF

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'READ OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 2100-CHECK-PREDECESSOR-EXIT
           END-IF

           IF NOT QG1-RUN-COMPLETE
               MOVE 8 TO LK-RUN-RETURN-CODE
               STRING QA-MSG-JOB-ID ' HAS NOT COMPLETED FOR '
                   LK-RUN-BUS-DATE
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 2100-CHECK-PREDECESSOR-EXIT
           END-IF

           IF QG1-RUN-JOB-RC > QG1-JCH-MAX-RC (QA-CHAIN-FOUND)
               MOVE 8 TO LK-RUN-RETURN-CODE
               MOVE QG1-RUN-JOB-RC TO QA-MSG-RC
               STRING QA-MSG-JOB-ID ' ENDED RC ' QA-MSG-RC ' FOR '
                   LK-RUN-BUS-DATE ' - NOT CLEAN'
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
           END-IF.

       2100-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-START-JOB-RECORD -- first run of the day writes the
      * record; a restart after an abend (still S) or an authorised
      * rerun rewrites it; a completed run without the rerun flag is
      * refused.
      *-----------------------------------------------------------------
       2200-START-JOB-RECORD.
           PERFORM 1300-STAMP-CLOCK THRU 1300-STAMP-CLOCK-EXIT

           MOVE LK-RUN-PROGRAM-ID TO QG1-RUN-JOB-ID
           MOVE LK-RUN-BUS-DATE   TO QG1-RUN-BUS-DATE

           READ RUNCTL

           IF WS-RUNCTL-NOTFND
               MOVE SPACES          TO QG1-RUN-DATA
               SET QG1-RUN-STARTED  TO TRUE
               SET QG1-RUN-RERUN-NONE TO TRUE
               MOVE ZERO            TO QG1-RUN-JOB-RC
               MOVE 1               TO QG1-RUN-RUN-COUNT
               MOVE WS-CURRENT-DATE TO QG1-RUN-START-DATE
               MOVE WS-CURRENT-TIME TO QG1-RUN-START-TIME
               WRITE QG1-RUNCTL-RECORD
               IF NOT WS-RUNCTL-OK
                   MOVE 16 TO LK-RUN-RETURN-CODE
                   STRING 'WRITE TO RUNCTL FAILED, STATUS '
                       WS-RUNCTL-STATUS
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-IF
               GO TO 2200-START-JOB-RECORD-EXIT
           END-IF

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'READ OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 2200-START-JOB-RECORD-EXIT
           END-IF

           IF QG1-RUN-COMPLETE AND NOT QG1-RUN-RERUN-ALLOWED
               MOVE 4 TO LK-RUN-RETURN-CODE
               STRING 'ALREADY COMPLETE FOR ' LK-RUN-BUS-DATE
                   ' - RERUN NEEDS QG1CX023 RERUN'
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 2200-START-JOB-RECORD-EXIT
           END-IF

           SET QG1-RUN-STARTED    TO TRUE
           SET QG1-RUN-RERUN-NONE TO TRUE
           MOVE ZERO              TO QG1-RUN-JOB-RC
           MOVE SPACES            TO QG1-RUN-END-DATE
                                     QG1-RUN-END-TIME
           MOVE WS-CURRENT-DATE   TO QG1-RUN-START-DATE
           MOVE WS-CURRENT-TIME   TO QG1-RUN-START-TIME
           IF QG1-RUN-RUN-COUNT < 999
               ADD 1 TO QG1-RUN-RUN-COUNT
           END-IF

           REWRITE QG1-RUNCTL-RECORD

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'REWRITE OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
           END-IF.

       2200-START-JOB-RECORD-EXIT.
           EXIT.

      *=================================================================
      * 3000-END-RUN -- the job's record for the business date it      *
      * began under is marked complete with its condition code.        *
      *=================================================================
       3000-END-RUN.
           PERFORM 1300-STAMP-CLOCK THRU 1300-STAMP-CLOCK-EXIT

           MOVE LK-RUN-PROGRAM-ID TO QG1-RUN-JOB-ID
           MOVE LK-RUN-BUS-DATE   TO QG1-RUN-BUS-DATE

           READ RUNCTL

           IF WS-RUNCTL-NOTFND
               MOVE 12 TO LK-RUN-RETURN-CODE
               STRING 'NO RUNCTL RECORD FOR ' LK-RUN-PROGRAM-ID
                   ' ON ' LK-RUN-BUS-DATE
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 3000-END-RUN-EXIT
           END-IF

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'READ OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 3000-END-RUN-EXIT
           END-IF

           SET QG1-RUN-COMPLETE TO TRUE
           IF LK-RUN-JOB-RC > 99
               MOVE 99 TO QG1-RUN-JOB-RC
           ELSE
               MOVE LK-RUN-JOB-RC TO QG1-RUN-JOB-RC
           END-IF
           MOVE WS-CURRENT-DATE TO QG1-RUN-END-DATE
           MOVE WS-CURRENT-TIME TO QG1-RUN-END-TIME

           REWRITE QG1-RUNCTL-RECORD

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'REWRITE OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
           END-IF.

       3000-END-RUN-EXIT.
           EXIT.

      *=================================================================
      * 5000-ROLL-DATE -- end of day: the business date moves on one   *
      * calendar day and the new date goes back to the caller.         *
      *=================================================================
       5000-ROLL-DATE.
           PERFORM 1100-READ-BUSDATE THRU 1100-READ-BUSDATE-EXIT
           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 5000-ROLL-DATE-EXIT
           END-IF

           MOVE QG1-RUN-CURRENT-DATE TO QA-BUS-DATE
           PERFORM 1400-CHECK-DATE THRU 1400-CHECK-DATE-EXIT
           IF NOT QA-DATE-IS-VALID
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'BUSINESS DATE ON RUNCTL IS NOT VALID: '
                   QG1-RUN-CURRENT-DATE
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 5000-ROLL-DATE-EXIT
           END-IF

           ADD 1 TO QA-BDT-DD
           IF QA-BDT-DD > QA-DTE-MONTH-LEN
               MOVE 1 TO QA-BDT-DD
               ADD 1 TO QA-BDT-MM
               IF QA-BDT-MM > 12
                   MOVE 1 TO QA-BDT-MM
                   ADD 1 TO QA-BDT-YYYY
               END-IF
           END-IF

           PERFORM 6100-SET-BUSDATE THRU 6100-SET-BUSDATE-EXIT.

       5000-ROLL-DATE-EXIT.
           EXIT.

      *=================================================================
      * 6000-INIT-DATE -- the business date is set to the one given,   *
      * writing the business-date record the first time.               *
      *=================================================================
       6000-INIT-DATE.
           MOVE LK-RUN-BUS-DATE TO QA-BUS-DATE
           PERFORM 1400-CHECK-DATE THRU 1400-CHECK-DATE-EXIT
           IF NOT QA-DATE-IS-VALID
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'NOT A VALID BUSINESS DATE: ' LK-RUN-BUS-DATE
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 6000-INIT-DATE-EXIT
           END-IF

           PERFORM 1100-READ-BUSDATE THRU 1100-READ-BUSDATE-EXIT

           IF LK-RUN-RETURN-CODE = 12
               MOVE ZERO   TO LK-RUN-RETURN-CODE
               MOVE SPACES TO LK-RUN-MESSAGE
               MOVE SPACES TO QG1-RUN-DATA
               PERFORM 1300-STAMP-CLOCK THRU 1300-STAMP-CLOCK-EXIT
               MOVE QA-BUS-DATE       TO QG1-RUN-CURRENT-DATE
               MOVE WS-CURRENT-DATE   TO QG1-RUN-SET-DATE
               MOVE WS-CURRENT-TIME   TO QG1-RUN-SET-TIME
               MOVE LK-RUN-PROGRAM-ID TO QG1-RUN-SET-BY
               WRITE QG1-RUNCTL-RECORD
               IF NOT WS-RUNCTL-OK
                   MOVE 16 TO LK-RUN-RETURN-CODE
                   STRING 'WRITE TO RUNCTL FAILED, STATUS '
                       WS-RUNCTL-STATUS
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-IF
               GO TO 6000-INIT-DATE-EXIT
           END-IF

           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 6000-INIT-DATE-EXIT
           END-IF

           PERFORM 6100-SET-BUSDATE THRU 6100-SET-BUSDATE-EXIT.

       6000-INIT-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-SET-BUSDATE -- QA-BUS-DATE replaces the business date on
      * the record just read; the old one is kept as the prior date.
      *-----------------------------------------------------------------
       6100-SET-BUSDATE.
           PERFORM 1300-STAMP-CLOCK THRU 1300-STAMP-CLOCK-EXIT

           MOVE QG1-RUN-CURRENT-DATE TO QG1-RUN-PRIOR-DATE
           MOVE QA-BUS-DATE          TO QG1-RUN-CURRENT-DATE
           MOVE WS-CURRENT-DATE      TO QG1-RUN-SET-DATE
           MOVE WS-CURRENT-TIME      TO QG1-RUN-SET-TIME
           MOVE LK-RUN-PROGRAM-ID    TO QG1-RUN-SET-BY

           REWRITE QG1-RUNCTL-RECORD

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'REWRITE OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 6100-SET-BUSDATE-EXIT
           END-IF

           MOVE QA-BUS-DATE TO LK-RUN-BUS-DATE.

       6100-SET-BUSDATE-EXIT.
           EXIT.

      *=================================================================
      * 7000-ALLOW-RERUN -- LK-RUN-PROGRAM-ID names a chain job that   *
      * completed for the current business date; its next begin is    *
      * let through once.  The business date goes back to the caller. *
      *=================================================================
       7000-ALLOW-RERUN.
           PERFORM 1100-READ-BUSDATE THRU 1100-READ-BUSDATE-EXIT
           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 7000-ALLOW-RERUN-EXIT
           END-IF

           MOVE LK-RUN-PROGRAM-ID TO QA-MSG-JOB-ID
           PERFORM 1200-FIND-CHAIN THRU 1200-FIND-CHAIN-EXIT
           IF LK-RUN-RETURN-CODE NOT = ZERO
               GO TO 7000-ALLOW-RERUN-EXIT
           END-IF

           MOVE LK-RUN-PROGRAM-ID TO QG1-RUN-JOB-ID
           MOVE LK-RUN-BUS-DATE   TO QG1-RUN-BUS-DATE

           READ RUNCTL

           IF WS-RUNCTL-NOTFND
               MOVE 8 TO LK-RUN-RETURN-CODE
               STRING LK-RUN-PROGRAM-ID ' HAS NOT RUN FOR '
                   LK-RUN-BUS-DATE ' - NOTHING TO RERUN'
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 7000-ALLOW-RERUN-EXIT
           END-IF

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'READ OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 7000-ALLOW-RERUN-EXIT
           END-IF

           IF NOT QG1-RUN-COMPLETE
               MOVE 4 TO LK-RUN-RETURN-CODE
               STRING LK-RUN-PROGRAM-ID ' DID NOT COMPLETE FOR '
                   LK-RUN-BUS-DATE ' - RESTART IT AS IT IS'
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               GO TO 7000-ALLOW-RERUN-EXIT
           END-IF

           SET QG1-RUN-RERUN-ALLOWED TO TRUE

           REWRITE QG1-RUNCTL-RECORD

           IF NOT WS-RUNCTL-OK
               MOVE 16 TO LK-RUN-RETURN-CODE
               STRING 'REWRITE OF RUNCTL FAILED, STATUS '
                   WS-RUNCTL-STATUS
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
           END-IF.

       7000-ALLOW-RERUN-EXIT.
           EXIT.
       END PROGRAM QG1CXRUN.
