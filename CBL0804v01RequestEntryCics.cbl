      *                 shared AUDITLOG trail with the userid and
      *                 terminal, so QAUD shows who touched a
      *                 request, not just which program ran.
      *  10/15/2026 DS  The keyed department must be on the DEPTMAST
      *                 department master and open today - a code
      *                 not on file, one deactivated, or one not yet
      *                 effective is refused at entry instead of
      *                 travelling through the batch.
      *  10/15/2026 DS  Dual control - an add or change whose amount
      *                 is over its type's QG1WAPT threshold goes on
      *                 the master AWAITING approval instead of
      *                 PENDING (or STANDING), with the keying userid
      *                 in QG1-RQM-KEYED-USER; a different userid
      *                 releases or declines it on QAPR (QG1CX040).
      *                 Awaiting and declined requests can still be
      *                 changed or deleted by their own department,
      *                 and a change is re-measured against the
      *                 threshold.
      *  10/15/2026 DS  The audit entry now goes to AUDITLOG by LINK
      *                 to QG1CXAUC, which gives it the trail's next
      *                 sequence number and chained check value,
      *                 instead of by a file WRITE here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX035.
      *---------------------------------------------------------------*
           COPY QG1WRQM.

      *---------------------------------------------------------------*
      * DEPARTMENT-MASTER RECORD -- read through the DEPTMAST file    *
      * definition to check the keyed department.                     *
      *---------------------------------------------------------------*
           COPY QG1WDPT.

      *---------------------------------------------------------------*
      * DUAL-CONTROL THRESHOLDS -- an amount over its type's figure   *
      * waits on a second userid at QAPR.                             *
      *---------------------------------------------------------------*
           COPY QG1WAPT.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG RECORD -- one entry per maintenance action, *
      * added to the AUDITLOG ESDS through QG1CXAUC the same way      *
      * QG1CX032 writes its run entries.                              *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

       01  WS-ACTION                    PIC X(01).
       01  WS-BROWSE-KEY                PIC X(06).
       01  WS-OPERATOR                  PIC X(08) VALUE SPACES.
       01  WS-AUDIT-VERB                PIC X(10) VALUE SPACES.

       01  QA-SWITCHES.
               88  QA-ENTRY-INVALID         VALUE 'N'.
           05  QA-SW-FOUND              PIC X(01) VALUE 'N'.
               88  QA-RECORD-FOUND          VALUE 'Y'.
           05  QA-SW-THRESHOLD          PIC X(01) VALUE 'N'.
               88  QA-OVER-THRESHOLD        VALUE 'Y'.

      *---------------------------------------------------------------*
      * OPERAND ENTRY WORK -- the screen carries eleven digits; for   *
           IF QEDEPI = SPACES OR QEDEPI = LOW-VALUES
               MOVE 'A DEPARTMENT IS REQUIRED' TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
           END-IF

           IF QA-ENTRY-INVALID
               GO TO 2500-VALIDATE-ENTRY-EXIT
           END-IF

           PERFORM 2560-CHECK-DEPARTMENT THRU
                   2560-CHECK-DEPARTMENT-EXIT.

       2500-VALIDATE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2560-CHECK-DEPARTMENT -- the keyed department must be on the
      * DEPTMAST master and open today.  The status takes effect on
      * QG1-DPT-EFF-DATE: an active department is open from that date
      * on, an inactive one stays open until it.
      *-----------------------------------------------------------------
       2560-CHECK-DEPARTMENT.
           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT

           MOVE QEDEPI TO QG1-DPT-CODE

           EXEC CICS READ FILE('DEPTMAST') INTO(QG1-DEPTMAST-RECORD)
               RIDFLD(QG1-DPT-CODE) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               STRING 'DEPARTMENT ' QEDEPI
                   ' IS NOT ON THE DEPARTMENT MASTER'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2560-CHECK-DEPARTMENT-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ THE DEPARTMENT MASTER' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2560-CHECK-DEPARTMENT-EXIT
           END-IF

           IF QG1-DPT-ACTIVE AND QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QEDEPI ' IS NOT ACTIVE UNTIL '
                   QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2560-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QG1-DPT-ACTIVE AND
              NOT QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QEDEPI ' IS INACTIVE SINCE '
                   QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       2560-CHECK-DEPARTMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-MOVE-ENTRY-TO-RECORD -- the validated screen fields into
      * the master record's operand set for the keyed type.
       2600-MOVE-ENTRY-TO-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2650-CHECK-THRESHOLD -- is the record's amount over its type's
      * dual-control threshold?  The dividend is the amount: the
      * integer one for type I, the one with cents for the rest.
      *-----------------------------------------------------------------
       2650-CHECK-THRESHOLD.
           MOVE 'N' TO QA-SW-THRESHOLD

           EVALUATE TRUE
               WHEN QG1-RQM-INTEGER
                   IF QG1-RQM-DIVIDEND-INT > QG1-APT-INTEGER
                       SET QA-OVER-THRESHOLD TO TRUE
                   END-IF
               WHEN QG1-RQM-DECIMAL
                   IF QG1-RQM-DIVIDEND-DEC > QG1-APT-DECIMAL
                       SET QA-OVER-THRESHOLD TO TRUE
                   END-IF
               WHEN QG1-RQM-ALLOCATE
                   IF QG1-RQM-DIVIDEND-DEC > QG1-APT-ALLOCATE
                       SET QA-OVER-THRESHOLD TO TRUE
                   END-IF
               WHEN QG1-RQM-MULTIPLY
                   IF QG1-RQM-DIVIDEND-DEC > QG1-APT-MULTIPLY
                       SET QA-OVER-THRESHOLD TO TRUE
                   END-IF
               WHEN QG1-RQM-PERCENT
                   IF QG1-RQM-DIVIDEND-DEC > QG1-APT-PERCENT
                       SET QA-OVER-THRESHOLD TO TRUE
                   END-IF
           END-EVALUATE.

       2650-CHECK-THRESHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-VALIDATE-STANDING -- the extra rules a standing request
      * adds on top of 2500's operand checks: the id must end in 000

           MOVE SPACES TO QG1-REQMAST-RECORD
           MOVE QEREQI TO QG1-RQM-REQ-ID
           PERFORM 2600-MOVE-ENTRY-TO-RECORD THRU
                   2600-MOVE-ENTRY-TO-RECORD-EXIT
           PERFORM 2650-CHECK-THRESHOLD THRU 2650-CHECK-THRESHOLD-EXIT
           IF QA-OVER-THRESHOLD
               SET QG1-RQM-AWAITING TO TRUE
           ELSE
               SET QG1-RQM-PENDING  TO TRUE
           END-IF
           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT
           MOVE WS-CURRENT-DATE TO QG1-RQM-ENTERED-DATE
           MOVE WS-CURRENT-TIME TO QG1-RQM-ENTERED-TIME
           MOVE SPACES          TO QG1-RQM-TAKEN-DATE
           MOVE WS-OPERATOR     TO QG1-RQM-KEYED-USER

           EXEC CICS WRITE FILE('REQMAST') FROM(QG1-REQMAST-RECORD)
               RIDFLD(QG1-RQM-REQ-ID) RESP(WS-RESP)

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF QG1-RQM-AWAITING
                       MOVE 'ADD AWAIT' TO WS-AUDIT-VERB
                       STRING 'REQUEST ' QG1-RQM-REQ-ID
                           ' ADDED - OVER THRESHOLD, AWAITS APPROVAL '
                           'ON QAPR'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   ELSE
                       MOVE 'ADDED' TO WS-AUDIT-VERB
                       STRING 'REQUEST ' QG1-RQM-REQ-ID ' ADDED'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
                   PERFORM 6300-LOG-MAINT-ACTION THRU
                           6300-LOG-MAINT-ACTION-EXIT
                   PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE 'REQUEST ALREADY EXISTS - USE C TO CHANGE IT'
      *=================================================================
      * 3200-ADD-STANDING -- a standing request goes on the master    *
      * with status S; QG1CX016 issues a dated request from it each   *
      * cycle its due date has arrived.  One over its type's          *
      * threshold goes on AWAITING with its frequency kept, and QAPR  *
      * releases it to S.                                              *
      *=================================================================
       3200-ADD-STANDING.
           PERFORM 2700-VALIDATE-STANDING THRU

           MOVE SPACES TO QG1-REQMAST-RECORD
           MOVE QEREQI TO QG1-RQM-REQ-ID
           PERFORM 2600-MOVE-ENTRY-TO-RECORD THRU
                   2600-MOVE-ENTRY-TO-RECORD-EXIT
           PERFORM 2650-CHECK-THRESHOLD THRU 2650-CHECK-THRESHOLD-EXIT
           IF QA-OVER-THRESHOLD
               SET QG1-RQM-AWAITING TO TRUE
           ELSE
               SET QG1-RQM-STANDING TO TRUE
           END-IF
           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT
           MOVE WS-CURRENT-DATE TO QG1-RQM-ENTERED-DATE
           MOVE WS-CURRENT-TIME TO QG1-RQM-ENTERED-TIME
           MOVE QEDUEI          TO QG1-RQM-NEXT-DUE
           MOVE ZERO            TO QG1-RQM-GEN-COUNT
           MOVE SPACES          TO QG1-RQM-SOURCE-ID
           MOVE WS-OPERATOR     TO QG1-RQM-KEYED-USER

           EXEC CICS WRITE FILE('REQMAST') FROM(QG1-REQMAST-RECORD)
               RIDFLD(QG1-RQM-REQ-ID) RESP(WS-RESP)

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF QG1-RQM-AWAITING
                       MOVE 'STD AWAIT' TO WS-AUDIT-VERB
                       STRING 'STANDING ' QG1-RQM-REQ-ID
                           ' ADDED - OVER THRESHOLD, AWAITS APPROVAL '
                           'ON QAPR'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   ELSE
                       MOVE 'ADDED STD' TO WS-AUDIT-VERB
                       STRING 'STANDING ' QG1-RQM-REQ-ID ' ADDED'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
                   PERFORM 6300-LOG-MAINT-ACTION THRU
                           6300-LOG-MAINT-ACTION-EXIT
                   PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE 'REQUEST ALREADY EXISTS - USE C TO CHANGE IT'

      *=================================================================
      * 3500-CHANGE-REQUEST -- only a PENDING request can change; a    *
      * TAKEN one has already gone out on a batch.  AWAITING and       *
      * DECLINED requests can change too, and the changed amount is    *
      * measured against the threshold again: over it, the request     *
      * (re)joins the QAPR queue; under it, an awaiting or declined    *
      * request goes back to PENDING, or to STANDING when it carries   *
      * a frequency.                                                   *
      *=================================================================
       3500-CHANGE-REQUEST.
           PERFORM 2500-VALIDATE-ENTRY THRU 2500-VALIDATE-ENTRY-EXIT
               GO TO 3500-CHANGE-REQUEST-EXIT
           END-IF

           IF NOT QG1-RQM-PENDING AND NOT QG1-RQM-AWAITING AND
              NOT QG1-RQM-DECLINED
               MOVE 'REQUEST ALREADY TAKEN BY A BATCH - CANNOT CHANGE'
                   TO WS-MESSAGE
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT

           PERFORM 2600-MOVE-ENTRY-TO-RECORD THRU
                   2600-MOVE-ENTRY-TO-RECORD-EXIT
           PERFORM 2650-CHECK-THRESHOLD THRU 2650-CHECK-THRESHOLD-EXIT
           EVALUATE TRUE
               WHEN QA-OVER-THRESHOLD
                   SET QG1-RQM-AWAITING TO TRUE
               WHEN QG1-RQM-PENDING
                   CONTINUE
               WHEN QG1-RQM-FREQUENCY NOT = SPACES
                   SET QG1-RQM-STANDING TO TRUE
               WHEN OTHER
                   SET QG1-RQM-PENDING TO TRUE
           END-EVALUATE
           MOVE WS-OPERATOR TO QG1-RQM-KEYED-USER

           EXEC CICS REWRITE FILE('REQMAST')
               FROM(QG1-REQMAST-RECORD) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF QG1-RQM-AWAITING
                   MOVE 'CHG AWAIT' TO WS-AUDIT-VERB
                   STRING 'REQUEST ' QG1-RQM-REQ-ID
                       ' CHANGED - OVER THRESHOLD, AWAITS APPROVAL ON '
                       'QAPR'
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   MOVE 'CHANGED' TO WS-AUDIT-VERB
                   STRING 'REQUEST ' QG1-RQM-REQ-ID ' CHANGED'
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
               PERFORM 6300-LOG-MAINT-ACTION THRU
                       6300-LOG-MAINT-ACTION-EXIT
               PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
           ELSE
               MOVE 'UNABLE TO REWRITE THE REQUEST MASTER' TO
           EXIT.

      *=================================================================
      * 4000-DELETE-REQUEST -- only a PENDING request can be deleted,  *
      * or one AWAITING approval or DECLINED.                          *
      *=================================================================
       4000-DELETE-REQUEST.
           PERFORM 6000-READ-FOR-UPDATE THRU 6000-READ-FOR-UPDATE-EXIT
               GO TO 4000-DELETE-REQUEST-EXIT
           END-IF

           IF NOT QG1-RQM-PENDING AND NOT QG1-RQM-AWAITING AND
              NOT QG1-RQM-DECLINED
               MOVE 'REQUEST ALREADY TAKEN BY A BATCH - CANNOT DELETE'
                   TO WS-MESSAGE
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
      * 6300-LOG-MAINT-ACTION -- one audit record per maintenance
      * action, onto the shared AUDITLOG ESDS: who (userid and
      * terminal), what (WS-AUDIT-VERB), which request and whose
      * department.  QG1CXAUC seals it onto the chain.
      *-----------------------------------------------------------------
       6300-LOG-MAINT-ACTION.
           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT
               ' DEPT=' QG1-RQM-DEPARTMENT
               DELIMITED BY SIZE INTO QG1-AUD-SUMMARY

           EXEC CICS LINK PROGRAM('QG1CXAUC')
               COMMAREA(QG1-AUDIT-RECORD) RESP(WS-RESP)
           END-EXEC.

       6300-LOG-MAINT-ACTION-EXIT.
                   MOVE 'SUSPENDED' TO QESTAO
               WHEN QG1-RQM-RETIRED
                   MOVE 'RETIRED'   TO QESTAO
               WHEN QG1-RQM-AWAITING
                   MOVE 'AWAITING'  TO QESTAO
               WHEN QG1-RQM-DECLINED
                   MOVE 'DECLINED'  TO QESTAO
               WHEN OTHER
                   MOVE '?'         TO QESTAO
           END-EVALUATE

           IF QG1-RQM-STANDING OR QG1-RQM-SUSPENDED OR
              QG1-RQM-RETIRED   OR QG1-RQM-FREQUENCY NOT = SPACES
               MOVE QG1-RQM-FREQUENCY TO QEFRQO
               MOVE QG1-RQM-NEXT-DUE  TO QEDUEO
           END-IF
