      * Tectonics   : translate with DFHEAP1$ / DFHECP1$, then cobc -x
      * Mod history :
      *  08/21/2026 DS  Initial version - transaction QSUB, map QG1MAPJ.
      *  10/15/2026 DS  Refuse a chain job until its predecessor has
      *                 completed for the RUNCTL business date; RESHIST
      *                 and RUNCTL cards on the QG1CX013 deck.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX037.
      *---------------------------------------------------------------*
           COPY QG1WAUD.

      *---------------------------------------------------------------*
      * RUN CONTROL -- the business date and the job completion       *
      * records, checked against the nightly chain before a chain job *
      * is submitted.                                                 *
      *---------------------------------------------------------------*
           COPY QG1WRUN.
           COPY QG1WJCH.

      *---------------------------------------------------------------*
      * PSEUDO-CONVERSATIONAL COMMAREA -- the menu hands in just the  *
      * eight-byte program name; our own RETURN carries the function  *
               88  QA-BROWSE-EOF            VALUE 'Y'.
           05  QA-SW-LAST-RUN           PIC X(01) VALUE 'N'.
               88  QA-LAST-RUN-FOUND        VALUE 'Y'.
           05  QA-SW-CHAIN              PIC X(01) VALUE 'Y'.
               88  QA-CHAIN-READY           VALUE 'Y'.
               88  QA-CHAIN-NOT-READY       VALUE 'N'.

       01  QA-CHAIN-SUB                 PIC 9(02) COMP.
       01  QA-CHAIN-FOUND               PIC 9(02) COMP.
       01  WS-RUN-BUS-DATE              PIC X(10).
       01  WS-PRED-JOB-ID               PIC X(08).
       01  WS-PRED-RC                   PIC 9(02).

      *---------------------------------------------------------------*
      * LAST-RUN WORK -- the newest AUDITLOG record for the program.  *
               MOVE QJDSNI TO WS-DSN-TEXT
           END-IF

           PERFORM 2500-CHECK-CHAIN THRU 2500-CHECK-CHAIN-EXIT
           IF QA-CHAIN-NOT-READY
               PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT
               GO TO 2000-SUBMIT-JOB-EXIT
           END-IF

           IF QG1-SBC-PROGRAM-ID = 'QG1CX031'
               IF WS-PARM-TEXT (1:4) NOT NUMERIC OR
                  WS-PARM-TEXT (5:4) NOT = SPACES
       2000-SUBMIT-JOB-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CHECK-CHAIN -- a job in the nightly chain (QG1WJCH) goes
      * out only when its predecessor has completed for the RUNCTL
      * business date within the chain's RC limit - the same test the
      * job makes for itself when it starts, made here so the operator
      * hears about it now instead of from a refused job's SYSOUT.
      * A program outside the chain is not checked.
      *-----------------------------------------------------------------
       2500-CHECK-CHAIN.
           SET QA-CHAIN-READY TO TRUE
           MOVE ZERO TO QA-CHAIN-FOUND

           PERFORM 2510-TEST-ENTRY THRU 2510-TEST-ENTRY-EXIT
               VARYING QA-CHAIN-SUB FROM 1 BY 1
               UNTIL QA-CHAIN-SUB > QG1-JCH-ENTRIES
                  OR QA-CHAIN-FOUND NOT = ZERO

           IF QA-CHAIN-FOUND = ZERO
               GO TO 2500-CHECK-CHAIN-EXIT
           END-IF
           IF QG1-JCH-PREDECESSOR (QA-CHAIN-FOUND) = SPACES
               GO TO 2500-CHECK-CHAIN-EXIT
           END-IF
           MOVE QG1-JCH-PREDECESSOR (QA-CHAIN-FOUND) TO WS-PRED-JOB-ID

           MOVE SPACES TO QG1-RUN-KEY
           SET QG1-RUN-IS-BUSDATE TO TRUE

           EXEC CICS READ FILE('RUNCTL') INTO(QG1-RUNCTL-RECORD)
               RIDFLD(QG1-RUN-KEY) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET QA-CHAIN-NOT-READY TO TRUE
               MOVE 'NO BUSINESS DATE ON RUNCTL - RUN QG1CX023 FIRST'
                   TO WS-MESSAGE
               GO TO 2500-CHECK-CHAIN-EXIT
           END-IF
           MOVE QG1-RUN-CURRENT-DATE TO WS-RUN-BUS-DATE

           MOVE WS-PRED-JOB-ID  TO QG1-RUN-JOB-ID
           MOVE WS-RUN-BUS-DATE TO QG1-RUN-BUS-DATE

           EXEC CICS READ FILE('RUNCTL') INTO(QG1-RUNCTL-RECORD)
               RIDFLD(QG1-RUN-KEY) RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET QA-CHAIN-NOT-READY TO TRUE
                   STRING 'NOT SUBMITTED - ' WS-PRED-JOB-ID
                       ' HAS NOT RUN FOR ' WS-RUN-BUS-DATE
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET QA-CHAIN-NOT-READY TO TRUE
                   MOVE 'UNABLE TO READ RUNCTL - TRY AGAIN' TO
                       WS-MESSAGE
               WHEN NOT QG1-RUN-COMPLETE
                   SET QA-CHAIN-NOT-READY TO TRUE
                   STRING 'NOT SUBMITTED - ' WS-PRED-JOB-ID
                       ' HAS NOT COMPLETED FOR ' WS-RUN-BUS-DATE
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN QG1-RUN-JOB-RC > QG1-JCH-MAX-RC (QA-CHAIN-FOUND)
                   SET QA-CHAIN-NOT-READY TO TRUE
                   MOVE QG1-RUN-JOB-RC TO WS-PRED-RC
                   STRING 'NOT SUBMITTED - ' WS-PRED-JOB-ID
                       ' ENDED RC ' WS-PRED-RC ' FOR ' WS-RUN-BUS-DATE
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

       2500-CHECK-CHAIN-EXIT.
           EXIT.

       2510-TEST-ENTRY.
           IF QG1-JCH-JOB-ID (QA-CHAIN-SUB) = QG1-SBC-PROGRAM-ID
               MOVE QA-CHAIN-SUB TO QA-CHAIN-FOUND
           END-IF.

       2510-TEST-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-BUILD-X31-DECK -- the counter job, PARM'D with the keyed
      * SSEE range.
           MOVE '//RESULTS  DD   DSN=QG1.QG1CX0XX.RESULTS,DISP=SHR'
               TO WS-JCL-CARD
           PERFORM 5100-WRITE-CARD THRU 5100-WRITE-CARD-EXIT
           MOVE '//RESHIST  DD   DSN=QG1.QG1CX0XX.RESHIST,DISP=SHR'
               TO WS-JCL-CARD
           PERFORM 5100-WRITE-CARD THRU 5100-WRITE-CARD-EXIT
           MOVE '//RUNCTL   DD   DSN=QG1.QG1CX0XX.RUNCTL,DISP=SHR'
               TO WS-JCL-CARD
           PERFORM 5100-WRITE-CARD THRU 5100-WRITE-CARD-EXIT
           MOVE '//AUDITLOG DD   DSN=QG1.QG1CX0XX.AUDITLOG,DISP=MOD'
               TO WS-JCL-CARD
           PERFORM 5100-WRITE-CARD THRU 5100-WRITE-CARD-EXIT
