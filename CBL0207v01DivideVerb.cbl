      *                 one segment, not sixty thousand requests.
      *                 The reject-percent threshold now measures
      *                 against the run-wide detail count.
      *  10/15/2026 DS  A rerun that replaces a stored result no
      *                 longer loses it: the image on RESULTS goes to
      *                 the RESHIST result history (QG1WRSH, event O,
      *                 reason RRUN) before the REWRITE.  A restart's
      *                 repeat of an identical result is not history
      *                 and is not copied.
      *  10/15/2026 DS  Run control.  Before any file is opened the
      *                 job asks QG1CXRUN whether it may run: QG1CX016
      *                 must have completed cleanly for the business
      *                 date on RUNCTL, and a second run against the
      *                 day's DIVREQ is refused unless QG1CX023
      *                 authorised a rerun.  RUN-DATE on RESULTS is
      *                 that business date, not the machine clock; a
      *                 DIVREQ whose header carries another business
      *                 date fails the run.  A normal end marks the
      *                 run complete with its condition code; a
      *                 9100 failure leaves it open for a restart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX013.
               RECORD KEY IS QG1-RSM-REQ-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESHIST    ASSIGN TO RESHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RSH-KEY
               FILE STATUS IS WS-RESHIST-STATUS.

           SELECT CKPTIN     ASSIGN TO CKPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPTIN-STATUS.
       FD  RESULTS.
           COPY QG1WRSM.

       FD  RESHIST.
           COPY QG1WRSH.

       FD  CKPTIN
           RECORDING MODE IS F.
           COPY QG1WCKR.
               88  WS-RESULTS-OK            VALUE '00'.
               88  WS-RESULTS-DUPKEY        VALUE '22'.
               88  WS-RESULTS-EMPTY         VALUE '35'.
           05  WS-RESHIST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESHIST-OK            VALUE '00'.
               88  WS-RESHIST-EMPTY         VALUE '35'.
           05  WS-CKPTIN-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CKPTIN-OK             VALUE '00'.
           05  WS-CKPTOUT-STATUS        PIC X(02) VALUE SPACES.

       01  WS-CURRENT-TIME                PIC X(08).

      *---------------------------------------------------------------*
      * RESULT BEING STORED -- held while a stored result it replaces *
      * is read back and copied to RESHIST.                           *
      *---------------------------------------------------------------*
       01  WS-NEW-RESULT-IMAGE            PIC X(112).

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
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX013'.
           05  QA-RUNCTL-BUS-DATE       PIC X(10) VALUE SPACES.
           05  QA-RUNCTL-JOB-RC         PIC S9(04) COMP VALUE ZERO.
           05  QA-RUNCTL-MESSAGE        PIC X(60).
           05  QA-RUNCTL-RETURN-CODE    PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- the reject threshold: 'Pnnn' names a percentage   *
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           PERFORM 1010-BEGIN-RUN-CONTROL THRU
                   1010-BEGIN-RUN-CONTROL-EXIT

           OPEN INPUT  DIVREQ
           IF NOT WS-DIVREQ-OK
               DISPLAY 'QG1CX013 - UNABLE TO OPEN DIVREQ, STATUS '
               STOP RUN
           END-IF

           OPEN I-O RESHIST
           IF WS-RESHIST-EMPTY
               OPEN OUTPUT RESHIST
               CLOSE RESHIST
               OPEN I-O RESHIST
           END-IF
           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX013 - UNABLE TO OPEN RESHIST, STATUS '
                       WS-RESHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO QA-DUP-TABLE

           PERFORM 1100-STAMP-RUN-DATE THRU 1100-STAMP-RUN-DATE-EXIT
           SET QA-HEADER-SEEN TO TRUE
           MOVE QG1-REQ-HDR-DEPARTMENT TO QA-BCT-DEPARTMENT
           MOVE QG1-REQ-HDR-BUS-DATE   TO QA-BCT-BUS-DATE
      *    A DIVREQ cut for another business day - yesterday's file
      *    left on the DD - must not post under today's date.
           IF QA-BCT-BUS-DATE NOT = WS-CURRENT-DATE
               MOVE 'DIVREQ IS FOR ANOTHER BUSINESS DATE' TO
                   WS-FAIL-REASON
               PERFORM 9100-BATCH-FAILURE THRU 9100-BATCH-FAILURE-EXIT
           END-IF
      *    On a restart the checkpoint already says which segment
      *    was open; a fresh run opens segment one here.
           IF NOT QA-RESTART-ACTIVE
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
               DISPLAY 'QG1CX013 - RUN REFUSED: ' QA-RUNCTL-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'QG1CX013 - BUSINESS DATE ' QA-RUNCTL-BUS-DATE.

       1010-BEGIN-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- pick up the reject threshold from the
      * JCL PARM, when one was passed.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-STAMP-RUN-DATE -- the RUNCTL business date, not the
      * machine clock, so a run that slips past midnight still
      * stamps its day.
      *-----------------------------------------------------------------
       1100-STAMP-RUN-DATE.
           MOVE QA-RUNCTL-BUS-DATE (1:4) TO WS-SD-YYYY
           MOVE QA-RUNCTL-BUS-DATE (6:2) TO WS-SD-MM
           MOVE QA-RUNCTL-BUS-DATE (9:2) TO WS-SD-DD

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE.
           COMPUTE QG1-RSM-REMAINDER1 = QA-ALC-SPREAD-CENTS / 100
           MOVE ZERO TO QG1-RSM-REMAINDER2

           PERFORM 2650-STORE-RESULT THRU 2650-STORE-RESULT-EXIT
           IF NOT WS-RESULTS-OK
               DISPLAY 'QG1CX013 - WRITE TO RESULTS FAILED, STATUS '
                       WS-RESULTS-STATUS
      *-----------------------------------------------------------------
      * 2600-WRITE-RESULT-RECORD -- the accepted request's result as
      * one keyed record on the RESULTS master.  A rerun of the same
      * request id replaces what is stored, after 2650 has kept the
      * old image on RESHIST.
      *-----------------------------------------------------------------
       2600-WRITE-RESULT-RECORD.
           MOVE SPACES          TO QG1-RESULT-RECORD
               MOVE QG1-RES2             TO QG1-RSM-REMAINDER2
           END-IF

           PERFORM 2650-STORE-RESULT THRU 2650-STORE-RESULT-EXIT
           IF NOT WS-RESULTS-OK
               DISPLAY 'QG1CX013 - WRITE TO RESULTS FAILED, STATUS '
                       WS-RESULTS-STATUS
       2600-WRITE-RESULT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2650-STORE-RESULT -- add the result built in QG1-RESULT-RECORD;
      * when the id is already stored, copy what is there to RESHIST
      * and REWRITE over it.  The caller checks WS-RESULTS-STATUS.
      *-----------------------------------------------------------------
       2650-STORE-RESULT.
           WRITE QG1-RESULT-RECORD
           IF NOT WS-RESULTS-DUPKEY
               GO TO 2650-STORE-RESULT-EXIT
           END-IF

           MOVE QG1-RESULT-RECORD TO WS-NEW-RESULT-IMAGE
           READ RESULTS
           IF NOT WS-RESULTS-OK
               GO TO 2650-STORE-RESULT-EXIT
           END-IF

           IF QG1-RESULT-RECORD NOT = WS-NEW-RESULT-IMAGE
               PERFORM 2660-WRITE-HISTORY THRU 2660-WRITE-HISTORY-EXIT
           END-IF

           MOVE WS-NEW-RESULT-IMAGE TO QG1-RESULT-RECORD
           REWRITE QG1-RESULT-RECORD.

       2650-STORE-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2660-WRITE-HISTORY -- the stored result this rerun replaces,
      * onto RESHIST as an overwrite.
      *-----------------------------------------------------------------
       2660-WRITE-HISTORY.
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-TIME
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME

           MOVE SPACES            TO QG1-RESHIST-RECORD
           MOVE QG1-RSM-REQ-ID    TO QG1-RSH-REQ-ID
           MOVE WS-CURRENT-DATE   TO QG1-RSH-HIST-DATE
           MOVE WS-CURRENT-TIME   TO QG1-RSH-HIST-TIME
           SET QG1-RSH-OVERWRITTEN    TO TRUE
           SET QG1-RSH-REASON-RERUN   TO TRUE
           MOVE 'QG1CX013'        TO QG1-RSH-OPERATOR
                                     QG1-RSH-PROGRAM-ID
           MOVE QG1-RESULT-RECORD TO QG1-RSH-RESULT-IMAGE

           WRITE QG1-RESHIST-RECORD
           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX013 - WRITE TO RESHIST FAILED, STATUS '
                       WS-RESHIST-STATUS
                       ' REQ-ID ' QG1-RSM-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'QG1CX013 - STORED RESULT ' QG1-RSM-REQ-ID
                   ' REPLACED, PRIOR IMAGE KEPT ON RESHIST'.

       2660-WRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-TAKE-CHECKPOINT -- the run's whole restartable state out
      * on CKPTOUT: the last id completed, the batch figures, the
           CLOSE DIVRPT
           CLOSE DIVREJ
           CLOSE RESULTS
           CLOSE RESHIST
           CLOSE CKPTOUT

           MOVE QA-RUN-RC TO QA-RUNCTL-JOB-RC
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
               DISPLAY 'QG1CX013 - RUN NOT MARKED COMPLETE: '
                       QA-RUNCTL-MESSAGE
               MOVE 16 TO QA-RUNCTL-JOB-RC
           END-IF.

       9050-END-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-BATCH-FAILURE -- the run cannot be trusted; say so on
      * the console, the report and the audit trail, then stop with
      * WS-FAIL-RC (12 for an out-of-balance batch, 16 for a
      * capacity failure) so the scheduler holds everything
      * downstream.  The run is not marked complete on RUNCTL, so
      * once the cause is fixed it is simply run again.
      *-----------------------------------------------------------------
       9100-BATCH-FAILURE.
           DISPLAY 'QG1CX013 - RUN FAILED: ' WS-FAIL-REASON
           CLOSE DIVRPT
           CLOSE DIVREJ
           CLOSE RESULTS
           CLOSE RESHIST
           CLOSE CKPTOUT

           MOVE WS-FAIL-RC TO RETURN-CODE
