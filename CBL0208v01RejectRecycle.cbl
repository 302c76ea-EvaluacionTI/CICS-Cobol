      *                 DIVREQ record, so a recycled request keeps
      *                 its department through QG1CX016's department
      *                 sequencing.
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
       PROGRAM-ID. QG1CX014.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN-CONTROL LINKAGE WORK AREA -- QG1CXRUN hands back the      *
      * business date this run works under.                           *
      *---------------------------------------------------------------*
       01  QA-RUNCTL-WORK.
           05  QA-RUNCTL-FUNCTION       PIC X(01).
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX014'.
           05  QA-RUNCTL-BUS-DATE       PIC X(10) VALUE SPACES.
           05  QA-RUNCTL-JOB-RC         PIC S9(04) COMP VALUE ZERO.
           05  QA-RUNCTL-MESSAGE        PIC X(60).
           05  QA-RUNCTL-RETURN-CODE    PIC S9(04) COMP.

       PROCEDURE DIVISION.
      *=================================================================
      * 0000-MAINLINE                                                  *
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           PERFORM 1010-BEGIN-RUN-CONTROL THRU
                   1010-BEGIN-RUN-CONTROL-EXIT

           OPEN INPUT  DIVREJ
           IF NOT WS-DIVREJ-OK
               DISPLAY 'QG1CX014 - UNABLE TO OPEN DIVREJ, STATUS '
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
               DISPLAY 'QG1CX014 - RUN REFUSED: ' QA-RUNCTL-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'QG1CX014 - BUSINESS DATE ' QA-RUNCTL-BUS-DATE.

       1010-BEGIN-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-DIVREJ
      *-----------------------------------------------------------------
           PERFORM 2900-READ-REPAIRS THRU 2900-READ-REPAIRS-EXIT.

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

           CLOSE DIVREJ
           CLOSE REPAIRS
           CLOSE RECYCOUT

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
               DISPLAY 'QG1CX014 - RUN NOT MARKED COMPLETE: '
                       QA-RUNCTL-MESSAGE
               MOVE 16 TO QA-RUNCTL-JOB-RC
           END-IF.

       9050-END-RUN-CONTROL-EXIT.
           EXIT.

       END PROGRAM QG1CX014.
