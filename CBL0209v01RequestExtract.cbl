      *                 hand-keyed record under that key fails the
      *                 run RC=16 instead of being silently
      *                 destroyed and flagged TAKEN.
      *  10/15/2026 DS  Requests are checked against the DEPTMAST
      *                 department master on the way out.  A PENDING
      *                 request, a due standing order or a recycled
      *                 repair whose department is not on file or has
      *                 been deactivated since it was keyed is held
      *                 back and printed on the new EXTRPT exception
      *                 report - the master record stays PENDING, the
      *                 standing order's due date does not roll, and
      *                 the repair goes back to PENDING on REPAIRS so
      *                 QREP can cancel it.  A never-loaded DEPTMAST
      *                 (status 35) lets everything through, as
      *                 before.
      *  10/15/2026 DS  Requests AWAITING dual-control approval (W)
      *                 and DECLINED ones (Z) are never extracted;
      *                 the awaiting ones are counted onto a new
      *                 EXTRPT trailer line.  The audit summary labels
      *                 were shortened so the segment count fits the
      *                 80-byte line again.
      *  10/15/2026 DS  Run control.  Before any file is opened the
      *                 job asks QG1CXRUN whether it may run: the job
      *                 ahead of it in the chain must have completed
      *                 cleanly for the business date on RUNCTL, and
      *                 a second run for the same date is refused
      *                 unless QG1CX023 authorised a rerun.  The date
      *                 stamped is that business date, not the
      *                 machine clock, and the run is marked complete
      *                 with its condition code at the end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX016.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIVREQ-STATUS.

           SELECT DEPTMAST   ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-DPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT REPAIRS    ASSIGN TO REPAIRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RPR-REQ-ID
               FILE STATUS IS WS-REPAIRS-STATUS.

           SELECT EXTRPT     ASSIGN TO EXTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRPT-STATUS.

           SELECT SORTWORK   ASSIGN TO SORTWK.

       DATA DIVISION.
           RECORDING MODE IS F.
           COPY QG1WREQ.

       FD  DEPTMAST.
           COPY QG1WDPT.

       FD  REPAIRS.
           COPY QG1WRPR.

       FD  EXTRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-EXTRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-EXTRPT-LINE==.

       SD  SORTWORK.
           COPY QG1WREQ REPLACING
               ==QG1-DIVREQ-RECORD== BY ==QG1-SORTWORK-RECORD==
               88  WS-RECYCIN-EOF           VALUE '10'.
           05  WS-DIVREQ-STATUS         PIC X(02) VALUE SPACES.
               88  WS-DIVREQ-OK             VALUE '00'.
           05  WS-DEPTMAST-STATUS       PIC X(02) VALUE SPACES.
               88  WS-DEPTMAST-OK           VALUE '00'.
               88  WS-DEPTMAST-NOTFND       VALUE '23'.
               88  WS-DEPTMAST-EMPTY        VALUE '35'.
           05  WS-REPAIRS-STATUS        PIC X(02) VALUE SPACES.
               88  WS-REPAIRS-OK            VALUE '00'.
               88  WS-REPAIRS-NOTFND        VALUE '23'.
               88  WS-REPAIRS-EMPTY         VALUE '35'.
           05  WS-EXTRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-EXTRPT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES                                                      *
               88  QA-RCY-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-SORT-EOF           PIC X(01) VALUE 'N'.
               88  QA-SORT-END-OF-FILE      VALUE 'Y'.
      *    A never-loaded DEPTMAST or REPAIRS cluster opens with
      *    status 35; with no department master there is nothing to
      *    hold against, and with no repair master nothing to reopen.
           05  QA-SW-DPT-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-DEPTMAST-USABLE       VALUE 'Y'.
           05  QA-SW-RPR-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-REPAIRS-USABLE        VALUE 'Y'.
           05  QA-SW-DEPT-OPEN          PIC X(01) VALUE 'Y'.
               88  QA-DEPT-OPEN             VALUE 'Y'.

      *---------------------------------------------------------------*
      * RUN COUNTS -- reported in the end-of-run audit entry.         *
           05  QA-CNT-SKIPPED           PIC 9(07) VALUE ZERO.
           05  QA-CNT-RECYCLED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-ISSUED            PIC 9(07) VALUE ZERO.
           05  QA-CNT-HELD              PIC 9(07) VALUE ZERO.
           05  QA-CNT-AWAITING          PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      * STANDING-REQUEST WORK -- the generated id is the standing     *

       01  WS-CURRENT-DATE                PIC X(10).

      *---------------------------------------------------------------*
      * DEPARTMENT CHECK WORK -- the department being checked, and    *
      * why it is closed when it is.                                  *
      *---------------------------------------------------------------*
       01  QA-DEPT-CHECK-WORK.
           05  QA-DCK-DEPARTMENT        PIC X(08).
           05  QA-DCK-CONDITION         PIC X(40).

      *---------------------------------------------------------------*
      * REPORT LINES -- EXTRPT lists every request held back.         *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(44)
               VALUE 'QG1CX016 - REQUEST EXTRACT HELD EXCEPTIONS'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-HDG-RUN-DATE          PIC X(10).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(06) VALUE 'REQ-ID'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'DEPARTMENT'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'ORIGIN'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'ENTERED'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'CONDITION'.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-REQ-ID            PIC X(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-EXC-DEPARTMENT        PIC X(08).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-EXC-ORIGIN            PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-EXC-ENTERED           PIC X(10).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-EXC-CONDITION         PIC X(40).

       01  WS-TRAILER-LINE-1.
           05  FILLER        PIC X(20) VALUE 'EXTRACTED         :'.
           05  WS-TRL-EXTRACTED         PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER        PIC X(20) VALUE 'STANDING ISSUED   :'.
           05  WS-TRL-ISSUED            PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER        PIC X(20) VALUE 'RECYCLED          :'.
           05  WS-TRL-RECYCLED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER        PIC X(20) VALUE 'HELD BACK         :'.
           05  WS-TRL-HELD              PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER        PIC X(20) VALUE 'AWAITING APPROVAL :'.
           05  WS-TRL-AWAITING          PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG LINKAGE WORK AREA                            *
      *---------------------------------------------------------------*
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN-CONTROL LINKAGE WORK AREA -- QG1CXRUN hands back the      *
      * business date this run works under.                           *
      *---------------------------------------------------------------*
       01  QA-RUNCTL-WORK.
           05  QA-RUNCTL-FUNCTION       PIC X(01).
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX016'.
           05  QA-RUNCTL-BUS-DATE       PIC X(10) VALUE SPACES.
           05  QA-RUNCTL-JOB-RC         PIC S9(04) COMP VALUE ZERO.
           05  QA-RUNCTL-MESSAGE        PIC X(60).
           05  QA-RUNCTL-RETURN-CODE    PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- 'Bnnnnn' caps the details per header/trailer      *
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           PERFORM 1010-BEGIN-RUN-CONTROL THRU
                   1010-BEGIN-RUN-CONTROL-EXIT

           OPEN I-O REQMAST
      *    A freshly DEFINEd cluster that has never held a record
      *    opens with status 35; prime it with one OPEN OUTPUT and
               STOP RUN
           END-IF

           OPEN INPUT DEPTMAST
           IF WS-DEPTMAST-EMPTY
               MOVE 'N' TO QA-SW-DPT-USABLE
               DISPLAY 'QG1CX016 - DEPTMAST NOT LOADED, NO DEPARTMENT '
                       'CHECK THIS RUN'
           ELSE
               IF NOT WS-DEPTMAST-OK
                   DISPLAY 'QG1CX016 - UNABLE TO OPEN DEPTMAST, STATUS '
                           WS-DEPTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O REPAIRS
           IF WS-REPAIRS-EMPTY
               MOVE 'N' TO QA-SW-RPR-USABLE
           ELSE
               IF NOT WS-REPAIRS-OK
                   DISPLAY 'QG1CX016 - UNABLE TO OPEN REPAIRS, STATUS '
                           WS-REPAIRS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT EXTRPT
           IF NOT WS-EXTRPT-OK
               DISPLAY 'QG1CX016 - UNABLE TO OPEN EXTRPT, STATUS '
                       WS-EXTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT

           PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT

           PERFORM 1050-PROCESS-PARM THRU 1050-PROCESS-PARM-EXIT

           PERFORM 1950-READ-RECYCIN THRU 1950-READ-RECYCIN-EXIT
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-BEGIN-RUN-CONTROL -- before any file is opened RUNCTL
      * must agree to the run: the job ahead of this one completed
      * cleanly for the business date and this one has not already
      * completed for it (unless QG1CX023 authorised a rerun).
      *-----------------------------------------------------------------
       1010-BEGIN-RUN-CONTROL.
           MOVE 'B' TO QA-RUNCTL-FUNCTION
           CALL 'QG1CXRUN' USING QA-RUNCTL-FUNCTION
                                  QA-RUNCTL-PROGRAM-ID
                                  QA-RUNCTL-BUS-DATE
                                  QA-RUNCTL-JOB-RC
                                  QA-RUNCTL-MESSAGE
                                  QA-RUNCTL-RETURN-CODE

           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               DISPLAY 'QG1CX016 - RUN REFUSED: ' QA-RUNCTL-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'QG1CX016 - BUSINESS DATE ' QA-RUNCTL-BUS-DATE.

       1010-BEGIN-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- pick up the segment cap from the JCL
      * PARM, when one was passed.
       1100-WRITE-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-WRITE-HEADINGS -- the EXTRPT exception report headings.
      *-----------------------------------------------------------------
       1200-WRITE-HEADINGS.
           MOVE WS-CURRENT-DATE   TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-LINE-1 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD
           MOVE WS-HEADING-LINE-2 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD.

       1200-WRITE-HEADINGS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-REQMAST
      *-----------------------------------------------------------------
               GO TO 2100-EXTRACT-ONE-REQUEST-EXIT
           END-IF

      *    An over-threshold request waits on QAPR; it is counted
      *    with the skipped and goes out on the first run after a
      *    second userid releases it.
           IF QG1-RQM-AWAITING
               ADD 1 TO QA-CNT-AWAITING
           END-IF

           IF NOT QG1-RQM-PENDING
               ADD 1 TO QA-CNT-SKIPPED
               GO TO 2100-EXTRACT-ONE-REQUEST-EXIT
           END-IF

      *    A request whose department has closed since it was keyed
      *    stays PENDING on the master; it goes out on the first run
      *    after the department reopens, or the department deletes it.
           MOVE QG1-RQM-DEPARTMENT TO QA-DCK-DEPARTMENT
           PERFORM 2050-CHECK-DEPARTMENT THRU
                   2050-CHECK-DEPARTMENT-EXIT
           IF NOT QA-DEPT-OPEN
               MOVE QG1-RQM-REQ-ID       TO WS-EXC-REQ-ID
               MOVE 'REQMAST'            TO WS-EXC-ORIGIN
               MOVE QG1-RQM-ENTERED-DATE TO WS-EXC-ENTERED
               PERFORM 2060-WRITE-HELD THRU 2060-WRITE-HELD-EXIT
               GO TO 2100-EXTRACT-ONE-REQUEST-EXIT
           END-IF

           MOVE SPACES               TO QG1-SORTWORK-RECORD
           MOVE QG1-RQM-REQ-ID       TO QG1-SRT-ID
           MOVE QG1-RQM-REQ-TYPE     TO QG1-SRT-TYPE
       2100-EXTRACT-ONE-REQUEST-EXIT.
           PERFORM 1900-READ-REQMAST THRU 1900-READ-REQMAST-EXIT.

      *-----------------------------------------------------------------
      * 2050-CHECK-DEPARTMENT -- is QA-DCK-DEPARTMENT open today?  The
      * status on DEPTMAST takes effect on QG1-DPT-EFF-DATE: an active
      * department is open from that date on, an inactive one stays
      * open until it.  QA-DCK-CONDITION says why when it is closed.
      *-----------------------------------------------------------------
       2050-CHECK-DEPARTMENT.
           SET QA-DEPT-OPEN TO TRUE
           MOVE SPACES TO QA-DCK-CONDITION

           IF NOT QA-DEPTMAST-USABLE
               GO TO 2050-CHECK-DEPARTMENT-EXIT
           END-IF

           MOVE QA-DCK-DEPARTMENT TO QG1-DPT-CODE
           READ DEPTMAST
           EVALUATE TRUE
               WHEN WS-DEPTMAST-OK
                   CONTINUE
               WHEN WS-DEPTMAST-NOTFND
                   MOVE 'N' TO QA-SW-DEPT-OPEN
                   MOVE 'DEPARTMENT NOT ON DEPTMAST' TO
                       QA-DCK-CONDITION
                   GO TO 2050-CHECK-DEPARTMENT-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX016 - READ OF DEPTMAST FAILED, STATUS '
                           WS-DEPTMAST-STATUS
                           ' DEPT ' QA-DCK-DEPARTMENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF QG1-DPT-ACTIVE AND QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               MOVE 'N' TO QA-SW-DEPT-OPEN
               STRING 'DEPARTMENT NOT ACTIVE UNTIL ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO QA-DCK-CONDITION
               GO TO 2050-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QG1-DPT-ACTIVE AND
              NOT QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               MOVE 'N' TO QA-SW-DEPT-OPEN
               STRING 'DEPARTMENT INACTIVE SINCE ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO QA-DCK-CONDITION
           END-IF.

       2050-CHECK-DEPARTMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2060-WRITE-HELD -- one EXTRPT line per request held back; the
      * caller has filled in the id, origin and entry date.
      *-----------------------------------------------------------------
       2060-WRITE-HELD.
           ADD 1 TO QA-CNT-HELD

           MOVE QA-DCK-DEPARTMENT   TO WS-EXC-DEPARTMENT
           MOVE QA-DCK-CONDITION    TO WS-EXC-CONDITION
           MOVE WS-EXCEPTION-LINE   TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD.

       2060-WRITE-HELD-EXIT.
           EXIT.

      *=================================================================
      * 2200-ISSUE-STANDING-REQUEST -- a standing record whose next-  *
      * due date has arrived goes out as a normal dated request       *
               GO TO 2200-ISSUE-STANDING-REQUEST-EXIT
           END-IF

      *    A closed department's standing order issues nothing and
      *    keeps its due date, so it catches up once reopened.
           MOVE QG1-RQM-DEPARTMENT TO QA-DCK-DEPARTMENT
           PERFORM 2050-CHECK-DEPARTMENT THRU
                   2050-CHECK-DEPARTMENT-EXIT
           IF NOT QA-DEPT-OPEN
               MOVE QG1-RQM-REQ-ID       TO WS-EXC-REQ-ID
               MOVE 'STANDING'           TO WS-EXC-ORIGIN
               MOVE QG1-RQM-ENTERED-DATE TO WS-EXC-ENTERED
               PERFORM 2060-WRITE-HELD THRU 2060-WRITE-HELD-EXIT
               GO TO 2200-ISSUE-STANDING-REQUEST-EXIT
           END-IF

           MOVE QG1-REQMAST-RECORD TO WS-SAVED-STANDING
           MOVE QG1-RQM-REQ-ID     TO QA-STD-SOURCE-ID

      * lands inside its department's block.                          *
      *=================================================================
       3000-MERGE-ONE-RECYCLE.
           MOVE QG1-RCY-DEPARTMENT TO QA-DCK-DEPARTMENT
           PERFORM 2050-CHECK-DEPARTMENT THRU
                   2050-CHECK-DEPARTMENT-EXIT
           IF NOT QA-DEPT-OPEN
               PERFORM 3100-REOPEN-REPAIR THRU 3100-REOPEN-REPAIR-EXIT
               GO TO 3000-MERGE-ONE-RECYCLE-EXIT
           END-IF

           MOVE QG1-RECYCIN-RECORD TO QG1-SORTWORK-RECORD

           RELEASE QG1-SORTWORK-RECORD
       3000-MERGE-ONE-RECYCLE-EXIT.
           PERFORM 1950-READ-RECYCIN THRU 1950-READ-RECYCIN-EXIT.

      *-----------------------------------------------------------------
      * 3100-REOPEN-REPAIR -- a recycled repair for a closed
      * department is held back.  QG1CX014 already flagged its REPAIRS
      * record TAKEN; it goes back to PENDING there so it shows on
      * QREP again, where it can be cancelled, instead of sitting
      * TAKEN with no result behind it.
      *-----------------------------------------------------------------
       3100-REOPEN-REPAIR.
           MOVE QG1-RCY-ID          TO WS-EXC-REQ-ID
           MOVE 'RECYCLE'           TO WS-EXC-ORIGIN
           MOVE SPACES              TO WS-EXC-ENTERED

           IF NOT QA-REPAIRS-USABLE
               PERFORM 2060-WRITE-HELD THRU 2060-WRITE-HELD-EXIT
               GO TO 3100-REOPEN-REPAIR-EXIT
           END-IF

           MOVE QG1-RCY-ID TO QG1-RPR-REQ-ID
           READ REPAIRS
           EVALUATE TRUE
               WHEN WS-REPAIRS-OK
                   MOVE QG1-RPR-REJECT-DATE TO WS-EXC-ENTERED
                   SET QG1-RPR-PENDING TO TRUE
                   REWRITE QG1-REPAIR-RECORD
                   IF NOT WS-REPAIRS-OK
                       DISPLAY 'QG1CX016 - REWRITE OF REPAIRS FAILED, '
                               'STATUS ' WS-REPAIRS-STATUS
                               ' REQ-ID ' QG1-RCY-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-REPAIRS-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QG1CX016 - READ OF REPAIRS FAILED, STATUS '
                           WS-REPAIRS-STATUS
                           ' REQ-ID ' QG1-RCY-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 2060-WRITE-HELD THRU 2060-WRITE-HELD-EXIT.

       3100-REOPEN-REPAIR-EXIT.
           EXIT.

      *=================================================================
      * 4000-WRITE-BATCH -- sort output: the header, the details in   *
      * department/request-id order, and the trailer carrying the     *
           EXIT.

      *-----------------------------------------------------------------
      * 5100-STAMP-DATE -- the RUNCTL business date, not the machine
      * clock, so a run that slips past midnight still stamps its day.
      *-----------------------------------------------------------------
       5100-STAMP-DATE.
           MOVE QA-RUNCTL-BUS-DATE (1:4) TO WS-SD-YYYY
           MOVE QA-RUNCTL-BUS-DATE (6:2) TO WS-SD-MM
           MOVE QA-RUNCTL-BUS-DATE (9:2) TO WS-SD-DD

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE.
       5300-ADD-MONTH-TO-DUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-WRITE-REPORT-TRAILER -- the EXTRPT run counts.
      *-----------------------------------------------------------------
       8000-WRITE-REPORT-TRAILER.
           MOVE SPACES TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD

           MOVE QA-CNT-EXTRACTED TO WS-TRL-EXTRACTED
           MOVE WS-TRAILER-LINE-1 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD

           MOVE QA-CNT-ISSUED TO WS-TRL-ISSUED
           MOVE WS-TRAILER-LINE-2 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD

           MOVE QA-CNT-RECYCLED TO WS-TRL-RECYCLED
           MOVE WS-TRAILER-LINE-3 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD

           MOVE QA-CNT-HELD TO WS-TRL-HELD
           MOVE WS-TRAILER-LINE-4 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD

           MOVE QA-CNT-AWAITING TO WS-TRL-AWAITING
           MOVE WS-TRAILER-LINE-5 TO QG1-EXTRPT-LINE
           WRITE QG1-EXTRPT-RECORD.

       8000-WRITE-REPORT-TRAILER-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE                                                 *
      *=================================================================
       9000-TERMINATE.
           IF QA-CNT-HELD > ZERO
               DISPLAY 'QG1CX016 *** ' QA-CNT-HELD
                       ' REQUESTS HELD FOR CLOSED DEPARTMENTS - SEE '
                       'EXTRPT ***'
                   UPON CONSOLE
               DISPLAY 'QG1CX016 *** ' QA-CNT-HELD
                       ' REQUESTS HELD FOR CLOSED DEPARTMENTS - SEE '
                       'EXTRPT ***'
           END-IF

           PERFORM 8000-WRITE-REPORT-TRAILER THRU
                   8000-WRITE-REPORT-TRAILER-EXIT

           MOVE 'W' TO QA-AUDIT-FUNCTION
           STRING 'EXTRACT PND=' QA-CNT-EXTRACTED
               ' SKIP=' QA-CNT-SKIPPED
               ' RCY=' QA-CNT-RECYCLED
               ' ISS=' QA-CNT-ISSUED
               ' HELD=' QA-CNT-HELD
               ' SEGS=' QA-SEG-COUNT
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID

           CLOSE REQMAST
           CLOSE RECYCIN
           CLOSE DIVREQ
           IF QA-DEPTMAST-USABLE
               CLOSE DEPTMAST
           END-IF
           IF QA-REPAIRS-USABLE
               CLOSE REPAIRS
           END-IF
           CLOSE EXTRPT

           PERFORM 9050-END-RUN-CONTROL THRU 9050-END-RUN-CONTROL-EXIT

           MOVE QA-RUNCTL-JOB-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9050-END-RUN-CONTROL -- this run is complete on RUNCTL with
      * its condition code, which releases the next job in the chain.
      * A run that cannot be marked ends RC 16 - the next job would
      * refuse to start anyway.
      *-----------------------------------------------------------------
       9050-END-RUN-CONTROL.
           MOVE 'E' TO QA-RUNCTL-FUNCTION
           CALL 'QG1CXRUN' USING QA-RUNCTL-FUNCTION
                                  QA-RUNCTL-PROGRAM-ID
                                  QA-RUNCTL-BUS-DATE
                                  QA-RUNCTL-JOB-RC
                                  QA-RUNCTL-MESSAGE
                                  QA-RUNCTL-RETURN-CODE

           IF QA-RUNCTL-RETURN-CODE NOT = ZERO
               DISPLAY 'QG1CX016 - RUN NOT MARKED COMPLETE: '
                       QA-RUNCTL-MESSAGE
               MOVE 16 TO QA-RUNCTL-JOB-RC
           END-IF.

       9050-END-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-WRITE-TRAILER -- the control figures QG1CX013 reconciles.
      *-----------------------------------------------------------------
