      *                 orphan - an indexed id settled on the
      *                 archive and counts under its own ARCHIVED
      *                 total.
      *  10/15/2026 DS  Reversals.  A result reversed through QREV
      *                 or QG1CX022 settled on RESULTS whatever else
      *                 its id did, and counts under REVERSED.  A
      *                 replacement request (QG1-RQM-SOURCE-ID naming
      *                 a stored result) is settled when the result it
      *                 replaces is marked reversed, and counts under
      *                 REPLACEMENTS; one whose original is still
      *                 posted is a double posting - an exception line
      *                 and RC=8.
      *  10/15/2026 DS  Run control.  Before any file is opened the
      *                 job asks QG1CXRUN whether it may run: QG1CX014
      *                 must have completed cleanly for the business
      *                 date on RUNCTL, and a second run for the same
      *                 date is refused unless QG1CX023 authorised a
      *                 rerun.  The run is marked complete with its
      *                 condition code at the end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX017.
               88  QA-ON-REPAIRS            VALUE 'Y'.
           05  QA-SW-ON-ARCHIVE         PIC X(01) VALUE 'N'.
               88  QA-ON-ARCHIVE            VALUE 'Y'.
           05  QA-SW-RSM-REVERSED       PIC X(01) VALUE 'N'.
               88  QA-RESULT-REVERSED       VALUE 'Y'.

      *---------------------------------------------------------------*
      * RUN COUNTS -- printed in the trailer and reported in the      *
           05  QA-CNT-ARCHIVED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-ORPHANS           PIC 9(07) VALUE ZERO.
           05  QA-CNT-ON-BOTH           PIC 9(07) VALUE ZERO.
           05  QA-CNT-REVERSED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-REPLACED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-DOUBLE            PIC 9(07) VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

           05  FILLER        PIC X(20) VALUE 'ON BOTH MASTERS   :'.
           05  WS-TRL-ON-BOTH           PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER        PIC X(20) VALUE 'REVERSED          :'.
           05  WS-TRL-REVERSED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-7.
           05  FILLER        PIC X(20) VALUE 'REPLACEMENTS      :'.
           05  WS-TRL-REPLACED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-8.
           05  FILLER        PIC X(20) VALUE 'DOUBLE POSTINGS   :'.
           05  WS-TRL-DOUBLE            PIC ZZZ,ZZ9.

       01  WS-VERDICT-LINE.
           05  WS-VRD-TEXT              PIC X(50).

           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * RUN-CONTROL LINKAGE WORK AREA -- QG1CXRUN hands back the      *
      * business date this run works under.                           *
      *---------------------------------------------------------------*
       01  QA-RUNCTL-WORK.
           05  QA-RUNCTL-FUNCTION       PIC X(01).
           05  QA-RUNCTL-PROGRAM-ID     PIC X(08) VALUE 'QG1CX017'.
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

           OPEN INPUT REQMAST
           IF WS-REQMAST-EMPTY
               SET QA-RQM-END-OF-FILE TO TRUE
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
               DISPLAY 'QG1CX017 - RUN REFUSED: ' QA-RUNCTL-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'QG1CX017 - BUSINESS DATE ' QA-RUNCTL-BUS-DATE.

       1010-BEGIN-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-WRITE-HEADINGS
      *-----------------------------------------------------------------
           PERFORM 2200-LOOK-UP-REPAIRS THRU 2200-LOOK-UP-REPAIRS-EXIT

           EVALUATE TRUE
               WHEN QA-ON-RESULTS AND QA-RESULT-REVERSED
      *            Taken off the books on purpose - settled, even if
      *            the id also went through REPAIRS on the way.
                   ADD 1 TO QA-CNT-REVERSED
               WHEN QA-ON-RESULTS AND QA-ON-REPAIRS
                   ADD 1 TO QA-CNT-ON-BOTH
                   MOVE 'ON RESULTS AND ON REPAIRS' TO
                       PERFORM 2500-WRITE-EXCEPTION THRU
                               2500-WRITE-EXCEPTION-EXIT
                   END-IF
           END-EVALUATE

           IF QG1-RQM-SOURCE-ID NOT = SPACES
               PERFORM 2400-CHECK-REPLACEMENT THRU
                       2400-CHECK-REPLACEMENT-EXIT
           END-IF.

       2000-CHECK-ONE-REQUEST-EXIT.
           PERFORM 1900-READ-REQMAST THRU 1900-READ-REQMAST-EXIT.
      *-----------------------------------------------------------------
       2100-LOOK-UP-RESULTS.
           MOVE 'N' TO QA-SW-ON-RESULTS
           MOVE 'N' TO QA-SW-RSM-REVERSED

           IF NOT QA-RESULTS-USABLE
               GO TO 2100-LOOK-UP-RESULTS-EXIT
           EVALUATE TRUE
               WHEN WS-RESULTS-OK
                   SET QA-ON-RESULTS TO TRUE
                   IF QG1-RSM-REVERSED
                       SET QA-RESULT-REVERSED TO TRUE
                   END-IF
               WHEN WS-RESULTS-NOTFND
                   CONTINUE
               WHEN OTHER
       2300-LOOK-UP-ARCHIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CHECK-REPLACEMENT -- QG1-RQM-SOURCE-ID names either the
      * standing order that generated the request (never itself on
      * RESULTS) or the stored result this request replaces.  A
      * replaced result must be marked reversed; if it is still
      * posted, the original and its replacement are both on the
      * books.
      *-----------------------------------------------------------------
       2400-CHECK-REPLACEMENT.
           IF NOT QA-RESULTS-USABLE
               GO TO 2400-CHECK-REPLACEMENT-EXIT
           END-IF

           MOVE QG1-RQM-SOURCE-ID TO QG1-RSM-REQ-ID
           READ RESULTS
           EVALUATE TRUE
               WHEN WS-RESULTS-OK
                   IF QG1-RSM-REVERSED
                       ADD 1 TO QA-CNT-REPLACED
                   ELSE
                       ADD 1 TO QA-CNT-DOUBLE
                       MOVE SPACES TO WS-EXC-CONDITION
                       STRING 'REPLACES ' QG1-RQM-SOURCE-ID
                           ' WHICH IS NOT REVERSED'
                           DELIMITED BY SIZE INTO WS-EXC-CONDITION
                       PERFORM 2500-WRITE-EXCEPTION THRU
                               2500-WRITE-EXCEPTION-EXIT
                   END-IF
               WHEN WS-RESULTS-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QG1CX017 - READ OF RESULTS FAILED, STATUS '
                           WS-RESULTS-STATUS
                           ' REQ-ID ' QG1-RQM-SOURCE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2400-CHECK-REPLACEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-WRITE-EXCEPTION -- one line per id that does not tie.
      *-----------------------------------------------------------------
           MOVE WS-TRAILER-LINE-5 TO QG1-RECRPT-LINE
           WRITE QG1-RECRPT-RECORD

           MOVE QA-CNT-REVERSED TO WS-TRL-REVERSED
           MOVE WS-TRAILER-LINE-6 TO QG1-RECRPT-LINE
           WRITE QG1-RECRPT-RECORD

           MOVE QA-CNT-REPLACED TO WS-TRL-REPLACED
           MOVE WS-TRAILER-LINE-7 TO QG1-RECRPT-LINE
           WRITE QG1-RECRPT-RECORD

           MOVE QA-CNT-DOUBLE TO WS-TRL-DOUBLE
           MOVE WS-TRAILER-LINE-8 TO QG1-RECRPT-LINE
           WRITE QG1-RECRPT-RECORD

           MOVE SPACES TO QG1-RECRPT-LINE
           WRITE QG1-RECRPT-RECORD

      * holds a bad QG1CX013 batch.                                    *
      *=================================================================
       9000-TERMINATE.
           IF QA-CNT-ORPHANS > ZERO OR QA-CNT-ON-BOTH > ZERO OR
              QA-CNT-DOUBLE > ZERO
               MOVE 8 TO QA-RUN-RC
               DISPLAY 'QG1CX017 *** MASTERS DO NOT TIE - ORPH='
                       QA-CNT-ORPHANS ' BOTH=' QA-CNT-ON-BOTH
                       ' DBL=' QA-CNT-DOUBLE ' ***'
                   UPON CONSOLE
               DISPLAY 'QG1CX017 *** MASTERS DO NOT TIE - ORPH='
                       QA-CNT-ORPHANS ' BOTH=' QA-CNT-ON-BOTH
                       ' DBL=' QA-CNT-DOUBLE ' ***'
           END-IF

           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
           STRING 'RECON TAKEN=' QA-CNT-TAKEN
               ' ORPH=' QA-CNT-ORPHANS
               ' BOTH=' QA-CNT-ON-BOTH
               ' DBL=' QA-CNT-DOUBLE
               ' REV=' QA-CNT-REVERSED
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
           CLOSE ARCHIX
           CLOSE RECRPT

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
               DISPLAY 'QG1CX017 - RUN NOT MARKED COMPLETE: '
                       QA-RUNCTL-MESSAGE
               MOVE 16 TO QA-RUNCTL-JOB-RC
           END-IF.

       9050-END-RUN-CONTROL-EXIT.
           EXIT.

       END PROGRAM QG1CX017.
