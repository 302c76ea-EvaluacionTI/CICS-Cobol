      *                 QG1CX015 trims it monthly.  The REQMAST and
      *                 REPAIRS browses stop at 200000 records and
      *                 say so - the counts are then approximate.
      *  10/15/2026 DS  The REQMAST browse also counts the requests
      *                 AWAITING dual-control approval on QAPR, shown
      *                 beside the PENDING count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX038.
      *---------------------------------------------------------------*
       01  QA-DASH-COUNTS.
           05  QA-CNT-RQM-PENDING       PIC 9(07) VALUE ZERO.
           05  QA-CNT-RQM-AWAITING      PIC 9(07) VALUE ZERO.
           05  QA-CNT-RPR-PENDING       PIC 9(07) VALUE ZERO.
           05  QA-CNT-RPR-REPAIRED      PIC 9(07) VALUE ZERO.
           05  QA-CNT-RES-TODAY         PIC 9(07) VALUE ZERO.

      *=================================================================
      * 3000-COUNT-REQMAST -- PENDING requests waiting on the next    *
      * extract, and those still AWAITING approval on QAPR.  An empty *
      * or missing master simply counts zero.                         *
      *=================================================================
       3000-COUNT-REQMAST.
           MOVE ZERO TO QA-CNT-RQM-PENDING QA-CNT-RQM-AWAITING
                        QA-CNT-SCANNED
           MOVE 'N'  TO QA-SW-BROWSE-EOF
           MOVE LOW-VALUES TO QG1-RQM-REQ-ID

               GO TO 3050-READ-NEXT-REQMAST-EXIT
           END-IF

           EVALUATE TRUE
               WHEN QG1-RQM-PENDING
                   ADD 1 TO QA-CNT-RQM-PENDING
               WHEN QG1-RQM-AWAITING
                   ADD 1 TO QA-CNT-RQM-AWAITING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD 1 TO QA-CNT-SCANNED
           IF QA-CNT-SCANNED >= QA-BROWSE-CAP

           MOVE QA-CNT-RQM-PENDING  TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT     TO QSPNDO
           MOVE QA-CNT-RQM-AWAITING TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT     TO QSAPRO
           MOVE QA-CNT-RPR-PENDING  TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT     TO QSRPPO
           MOVE QA-CNT-RPR-REPAIRED TO WS-EDITED-COUNT
