      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 CICS Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Transaction QAPR - dual-control approval screen
      *               for the REQMAST request master (map QG1MAPV in
      *               mapset QG1MSV1).  Walks the requests QREQ
      *               (QG1CX035) wrote AWAITING approval because their
      *               amount was over the type's QG1WAPT threshold,
      *               one at a time.  A signed-on userid other than
      *               the one that keyed the request (QG1-RQM-KEYED-
      *               USER) releases it - to PENDING, or to STANDING
      *               when it carries a frequency - or declines it
      *               with a reason.  QG1CX016 extracts nothing still
      *               awaiting.  Every release and decline lands on
      *               the shared AUDITLOG trail with the approver,
      *               the terminal and the time, and the reason on a
      *               decline.
      * Tectonics   : translate with DFHEAP1$ / DFHECP1$, then cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version - transaction QAPR, map QG1MAPV.
      *  10/15/2026 DS  The audit entry now goes to AUDITLOG by LINK
      *                 to QG1CXAUC, which gives it the trail's next
      *                 sequence number and chained check value,
      *                 instead of by a file WRITE here.
      *  10/15/2026 DS  The COMMAREA carries the request record as it
      *                 was shown; PF5/PF6 refuse with REQUEST CHANGED
      *                 SINCE DISPLAYED when the record read for update
      *                 differs, so an approver can no longer release
      *                 or decline figures QREQ changed after the
      *                 screen was sent.  A COMMAREA of any other
      *                 length starts the session again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX040.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * CICS-SUPPLIED SYMBOLS (AID KEYS)                              *
      *---------------------------------------------------------------*
           COPY DFHAID.

      *---------------------------------------------------------------*
      * SYMBOLIC MAP                                                  *
      *---------------------------------------------------------------*
           COPY QG1MSV1.

      *---------------------------------------------------------------*
      * REQUEST-MASTER RECORD -- browsed and rewritten through the    *
      * REQMAST file definition.                                      *
      *---------------------------------------------------------------*
           COPY QG1WRQM.

      *---------------------------------------------------------------*
      * DUAL-CONTROL THRESHOLDS -- shown beside the amount so the     *
      * approver sees what the request went over.                     *
      *---------------------------------------------------------------*
           COPY QG1WAPT.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG RECORD -- one entry per release or decline, *
      * added to the AUDITLOG ESDS through QG1CXAUC the same way      *
      * QG1CX032 writes its run entries.                              *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

      *---------------------------------------------------------------*
      * PSEUDO-CONVERSATIONAL COMMAREA -- which request the approver  *
      * is looking at, and the whole record as it was shown, so a     *
      * release or decline acts only on what the approver saw.        *
      *---------------------------------------------------------------*
       01  QG1-APPROVE-COMMAREA.
           05  QG1-APC-FUNCTION         PIC X(01).
               88  QG1-APC-FN-BROWSE        VALUE 'B'.
           05  QG1-APC-REQ-ID           PIC X(06).
           05  QG1-APC-SHOWN-RECORD     PIC X(112).

      *---------------------------------------------------------------*
      * MISCELLANEOUS WORK AREAS                                      *
      *---------------------------------------------------------------*
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-BROWSE-KEY                PIC X(06).
       01  WS-LAST-REQ-ID               PIC X(06).
       01  WS-OPERATOR                  PIC X(08) VALUE SPACES.
       01  WS-AUDIT-VERB                PIC X(10) VALUE SPACES.
       01  WS-DECLINE-REASON            PIC X(30) VALUE SPACES.
       01  WS-EDITED-THRESHOLD          PIC ZZZ,ZZZ,ZZ9.99.

       01  QA-SWITCHES.
           05  QA-SW-FOUND              PIC X(01) VALUE 'N'.
               88  QA-AWAITING-FOUND        VALUE 'Y'.
           05  QA-SW-BROWSE-EOF         PIC X(01) VALUE 'N'.
               88  QA-BROWSE-EOF            VALUE 'Y'.
           05  QA-SW-APPROVER           PIC X(01) VALUE 'N'.
               88  QA-APPROVER-VALID        VALUE 'Y'.

      *---------------------------------------------------------------*
      * OPERAND DISPLAY WORK -- eleven digits on screen; for types    *
      * D, A, M and P the last two are cents, for type I the digits   *
      * are the integer itself (the QREQ screen's convention).        *
      *---------------------------------------------------------------*
       01  WS-DIVIDEND-ENTRY            PIC X(11).
       01  WS-DIVIDEND-ENTRY-N REDEFINES WS-DIVIDEND-ENTRY
                                        PIC 9(11).
       01  WS-DIVIDEND-ENTRY-D REDEFINES WS-DIVIDEND-ENTRY
                                        PIC 9(9)V99.
       01  WS-DIVISOR-ENTRY             PIC X(11).
       01  WS-DIVISOR-ENTRY-N REDEFINES WS-DIVISOR-ENTRY
                                        PIC 9(11).
       01  WS-DIVISOR-ENTRY-D REDEFINES WS-DIVISOR-ENTRY
                                        PIC 9(9)V99.

      *---------------------------------------------------------------*
      * APPROVAL DATE/TIME STAMP -- from the CICS region clock.       *
      *---------------------------------------------------------------*
       01  WS-ABS-TIME                  PIC S9(15) COMP-3.
       01  WS-SYSTEM-DATE                PIC 9(08).
       01  WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
           05  WS-SD-YYYY                PIC 9(04).
           05  WS-SD-MM                  PIC 9(02).
           05  WS-SD-DD                  PIC 9(02).
       01  WS-SYSTEM-TIME                PIC 9(06).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05  WS-ST-HH                  PIC 9(02).
           05  WS-ST-MM                  PIC 9(02).
           05  WS-ST-SS                  PIC 9(02).
       01  WS-CURRENT-DATE                PIC X(10).
       01  WS-CURRENT-TIME                PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(119).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           IF EIBCALEN NOT = LENGTH OF QG1-APPROVE-COMMAREA
               PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
           ELSE
               MOVE DFHCOMMAREA TO QG1-APPROVE-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
                   WHEN EIBAID = DFHPF5
                       PERFORM 3000-RELEASE-REQUEST THRU
                               3000-RELEASE-REQUEST-EXIT
                   WHEN EIBAID = DFHPF6
                       PERFORM 4000-DECLINE-REQUEST THRU
                               4000-DECLINE-REQUEST-EXIT
                   WHEN EIBAID = DFHENTER
                       PERFORM 2000-NEXT-AWAITING THRU
                               2000-NEXT-AWAITING-EXIT
                   WHEN OTHER
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
               END-EVALUATE
           END-IF.

       0000-MAINLINE-EXIT.
           EXIT.

      *=================================================================
      * 1000-FIRST-ENTRY -- task started fresh; show the first         *
      * request awaiting approval.                                     *
      *=================================================================
       1000-FIRST-ENTRY.
           MOVE SPACES     TO QG1-APPROVE-COMMAREA
           MOVE LOW-VALUES TO WS-LAST-REQ-ID

           PERFORM 5000-FIND-AWAITING THRU 5000-FIND-AWAITING-EXIT

           PERFORM 7000-SEND-DETAIL THRU 7000-SEND-DETAIL-EXIT.

       1000-FIRST-ENTRY-EXIT.
           EXIT.

      *=================================================================
      * 2000-NEXT-AWAITING -- approver pressed ENTER; move on to the   *
      * next awaiting request after the one on screen.                 *
      *=================================================================
       2000-NEXT-AWAITING.
           MOVE QG1-APC-REQ-ID TO WS-LAST-REQ-ID

           PERFORM 5000-FIND-AWAITING THRU 5000-FIND-AWAITING-EXIT

           PERFORM 7000-SEND-DETAIL THRU 7000-SEND-DETAIL-EXIT.

       2000-NEXT-AWAITING-EXIT.
           EXIT.

      *=================================================================
      * 3000-RELEASE-REQUEST -- PF5; a second userid lets the request  *
      * go out on the next extract.  A request with a frequency is a   *
      * standing order and goes back to STANDING; anything else goes   *
      * to PENDING.                                                    *
      *=================================================================
       3000-RELEASE-REQUEST.
           PERFORM 3080-GET-OPERATOR THRU 3080-GET-OPERATOR-EXIT

           PERFORM 3500-READ-FOR-UPDATE THRU 3500-READ-FOR-UPDATE-EXIT
           IF NOT QA-AWAITING-FOUND
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-RELEASE-REQUEST-EXIT
           END-IF

           PERFORM 3600-CHECK-APPROVER THRU 3600-CHECK-APPROVER-EXIT
           IF NOT QA-APPROVER-VALID
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-RELEASE-REQUEST-EXIT
           END-IF

           IF QG1-RQM-FREQUENCY NOT = SPACES
               SET QG1-RQM-STANDING TO TRUE
           ELSE
               SET QG1-RQM-PENDING  TO TRUE
           END-IF

           EXEC CICS REWRITE FILE('REQMAST')
               FROM(QG1-REQMAST-RECORD) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO REWRITE THE REQUEST MASTER' TO
                   WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-RELEASE-REQUEST-EXIT
           END-IF

           MOVE 'RELEASED' TO WS-AUDIT-VERB
           MOVE SPACES     TO WS-DECLINE-REASON
           PERFORM 6300-LOG-APPROVAL-ACTION THRU
                   6300-LOG-APPROVAL-ACTION-EXIT

           STRING 'REQUEST ' QG1-APC-REQ-ID
               ' RELEASED FOR THE NEXT EXTRACT'
               DELIMITED BY SIZE INTO WS-MESSAGE

           MOVE QG1-APC-REQ-ID TO WS-LAST-REQ-ID
           PERFORM 5000-FIND-AWAITING THRU 5000-FIND-AWAITING-EXIT

           PERFORM 7000-SEND-DETAIL THRU 7000-SEND-DETAIL-EXIT.

       3000-RELEASE-REQUEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3050-STAMP-DATE-TIME -- from the CICS region clock.
      *-----------------------------------------------------------------
       3050-STAMP-DATE-TIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-SYSTEM-DATE) TIME(WS-SYSTEM-TIME)
           END-EXEC

           STRING WS-SD-YYYY "-" WS-SD-MM "-" WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           STRING WS-ST-HH ":" WS-ST-MM ":" WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       3050-STAMP-DATE-TIME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3080-GET-OPERATOR -- the signed-on userid behind this task.
      *-----------------------------------------------------------------
       3080-GET-OPERATOR.
           EXEC CICS ASSIGN USERID(WS-OPERATOR) END-EXEC.

       3080-GET-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-READ-FOR-UPDATE -- the request the approver is acting
      * on, which must still be awaiting approval (another terminal
      * may have dealt with it since it was sent) and must still be
      * exactly the record that was shown - QREQ can change an
      * awaiting request and it stays awaiting.
      *-----------------------------------------------------------------
       3500-READ-FOR-UPDATE.
           MOVE 'N' TO QA-SW-FOUND

           EXEC CICS READ FILE('REQMAST') INTO(QG1-REQMAST-RECORD)
               RIDFLD(QG1-APC-REQ-ID) UPDATE RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NO LONGER ON THE REQUEST MASTER' TO
                   WS-MESSAGE
               GO TO 3500-READ-FOR-UPDATE-EXIT
           END-IF

           IF NOT QG1-RQM-AWAITING
               STRING 'REQUEST ' QG1-APC-REQ-ID
                   ' IS NO LONGER AWAITING APPROVAL - ENTER FOR NEXT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               EXEC CICS UNLOCK FILE('REQMAST') RESP(WS-RESP)
               END-EXEC
               GO TO 3500-READ-FOR-UPDATE-EXIT
           END-IF

           IF QG1-REQMAST-RECORD NOT = QG1-APC-SHOWN-RECORD
               MOVE 'REQUEST CHANGED SINCE DISPLAYED - REVIEW AGAIN'
                   TO WS-MESSAGE
               EXEC CICS UNLOCK FILE('REQMAST') RESP(WS-RESP)
               END-EXEC
               GO TO 3500-READ-FOR-UPDATE-EXIT
           END-IF

           SET QA-AWAITING-FOUND TO TRUE.

       3500-READ-FOR-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-CHECK-APPROVER -- dual control: the userid that keyed or
      * last changed the request may not release or decline it.
      *-----------------------------------------------------------------
       3600-CHECK-APPROVER.
           MOVE 'N' TO QA-SW-APPROVER

           IF WS-OPERATOR = SPACES OR WS-OPERATOR = LOW-VALUES
               MOVE 'NO SIGNED-ON USERID - SIGN ON BEFORE APPROVING'
                   TO WS-MESSAGE
               EXEC CICS UNLOCK FILE('REQMAST') RESP(WS-RESP)
               END-EXEC
               GO TO 3600-CHECK-APPROVER-EXIT
           END-IF

           IF WS-OPERATOR = QG1-RQM-KEYED-USER
               STRING 'REQUEST WAS KEYED BY ' QG1-RQM-KEYED-USER
                   ' - A DIFFERENT USERID MUST APPROVE IT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               EXEC CICS UNLOCK FILE('REQMAST') RESP(WS-RESP)
               END-EXEC
               GO TO 3600-CHECK-APPROVER-EXIT
           END-IF

           SET QA-APPROVER-VALID TO TRUE.

       3600-CHECK-APPROVER-EXIT.
           EXIT.

      *=================================================================
      * 4000-DECLINE-REQUEST -- PF6; the request is refused and stays  *
      * on the master DECLINED, where its department can change it     *
      * (which measures it against the threshold again) or delete it.  *
      * A reason is required and goes on the audit trail.              *
      *=================================================================
       4000-DECLINE-REQUEST.
           EXEC CICS RECEIVE MAP('QG1MAPV') MAPSET('QG1MSV1')
               INTO(QG1MAPVI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'KEY A DECLINE REASON, THEN PRESS PF6' TO
                   WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 4000-DECLINE-REQUEST-EXIT
           END-IF

           MOVE QVRSNI TO WS-DECLINE-REASON
           INSPECT WS-DECLINE-REASON REPLACING ALL LOW-VALUES BY SPACES
           IF WS-DECLINE-REASON = SPACES
               MOVE 'KEY A DECLINE REASON, THEN PRESS PF6' TO
                   WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 4000-DECLINE-REQUEST-EXIT
           END-IF

           PERFORM 3080-GET-OPERATOR THRU 3080-GET-OPERATOR-EXIT

           PERFORM 3500-READ-FOR-UPDATE THRU 3500-READ-FOR-UPDATE-EXIT
           IF NOT QA-AWAITING-FOUND
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 4000-DECLINE-REQUEST-EXIT
           END-IF

           PERFORM 3600-CHECK-APPROVER THRU 3600-CHECK-APPROVER-EXIT
           IF NOT QA-APPROVER-VALID
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 4000-DECLINE-REQUEST-EXIT
           END-IF

           SET QG1-RQM-DECLINED TO TRUE

           EXEC CICS REWRITE FILE('REQMAST')
               FROM(QG1-REQMAST-RECORD) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO REWRITE THE REQUEST MASTER' TO
                   WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 4000-DECLINE-REQUEST-EXIT
           END-IF

           MOVE 'DECLINED' TO WS-AUDIT-VERB
           PERFORM 6300-LOG-APPROVAL-ACTION THRU
                   6300-LOG-APPROVAL-ACTION-EXIT

           STRING 'REQUEST ' QG1-APC-REQ-ID ' DECLINED'
               DELIMITED BY SIZE INTO WS-MESSAGE

           MOVE QG1-APC-REQ-ID TO WS-LAST-REQ-ID
           PERFORM 5000-FIND-AWAITING THRU 5000-FIND-AWAITING-EXIT

           PERFORM 7000-SEND-DETAIL THRU 7000-SEND-DETAIL-EXIT.

       4000-DECLINE-REQUEST-EXIT.
           EXIT.

      *=================================================================
      * 5000-FIND-AWAITING -- browse forward from the last request id  *
      * shown to the next request awaiting approval.                   *
      *=================================================================
       5000-FIND-AWAITING.
           MOVE 'N' TO QA-SW-FOUND
           MOVE 'N' TO QA-SW-BROWSE-EOF
           MOVE WS-LAST-REQ-ID TO WS-BROWSE-KEY

           EXEC CICS STARTBR FILE('REQMAST') RIDFLD(WS-BROWSE-KEY)
               GTEQ RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-MESSAGE = SPACES
                   MOVE 'NO REQUESTS AWAITING APPROVAL' TO WS-MESSAGE
               END-IF
               GO TO 5000-FIND-AWAITING-EXIT
           END-IF

           PERFORM 5100-READ-NEXT-AWAITING THRU
                   5100-READ-NEXT-AWAITING-EXIT
               UNTIL QA-AWAITING-FOUND OR QA-BROWSE-EOF

           EXEC CICS ENDBR FILE('REQMAST') RESP(WS-RESP) END-EXEC

           IF QA-AWAITING-FOUND
               MOVE QG1-RQM-REQ-ID TO QG1-APC-REQ-ID
               IF WS-MESSAGE = SPACES
                   MOVE 'PF5 RELEASES - KEY A REASON AND PF6 DECLINES'
                       TO WS-MESSAGE
               END-IF
           ELSE
               MOVE LOW-VALUES TO QG1-APC-REQ-ID
               IF WS-MESSAGE = SPACES
                   MOVE 'NO MORE REQUESTS AWAITING APPROVAL - PF3 EXITS'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       5000-FIND-AWAITING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-READ-NEXT-AWAITING -- one step of the browse; stop on the
      * first awaiting request past the one last shown.
      *-----------------------------------------------------------------
       5100-READ-NEXT-AWAITING.
           EXEC CICS READNEXT FILE('REQMAST')
               INTO(QG1-REQMAST-RECORD) RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET QA-BROWSE-EOF TO TRUE
               GO TO 5100-READ-NEXT-AWAITING-EXIT
           END-IF

           IF QG1-RQM-AWAITING AND QG1-RQM-REQ-ID > WS-LAST-REQ-ID
               SET QA-AWAITING-FOUND TO TRUE
           END-IF.

       5100-READ-NEXT-AWAITING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-REDISPLAY-CURRENT -- something went wrong mid-action;
      * re-read the request on screen and show it again with the
      * error message.
      *-----------------------------------------------------------------
       6000-REDISPLAY-CURRENT.
           MOVE 'N' TO QA-SW-FOUND

           EXEC CICS READ FILE('REQMAST') INTO(QG1-REQMAST-RECORD)
               RIDFLD(QG1-APC-REQ-ID) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET QA-AWAITING-FOUND TO TRUE
           END-IF

           PERFORM 7000-SEND-DETAIL THRU 7000-SEND-DETAIL-EXIT.

       6000-REDISPLAY-CURRENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6300-LOG-APPROVAL-ACTION -- one audit record per release or
      * decline, onto the shared AUDITLOG ESDS: the approver (userid
      * and terminal), what (WS-AUDIT-VERB), which request, and
      * whose department on a release or the reason on a decline.
      * The record's date and time are the approval time.
      * QG1CXAUC seals it onto the chain.
      *-----------------------------------------------------------------
       6300-LOG-APPROVAL-ACTION.
           PERFORM 3050-STAMP-DATE-TIME THRU 3050-STAMP-DATE-TIME-EXIT

           MOVE 'QG1CX040'      TO QG1-AUD-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO QG1-AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO QG1-AUD-RUN-TIME
           MOVE SPACES          TO QG1-AUD-SUMMARY

           IF QG1-RQM-DECLINED
               STRING 'USER=' WS-OPERATOR
                   ' TERM=' EIBTRMID
                   ' ' WS-AUDIT-VERB
                   ' ' QG1-RQM-REQ-ID
                   ' RSN=' WS-DECLINE-REASON
                   DELIMITED BY SIZE INTO QG1-AUD-SUMMARY
           ELSE
               STRING 'USER=' WS-OPERATOR
                   ' TERM=' EIBTRMID
                   ' ' WS-AUDIT-VERB
                   ' ' QG1-RQM-REQ-ID
                   ' DEPT=' QG1-RQM-DEPARTMENT
                   ' KEYED=' QG1-RQM-KEYED-USER
                   DELIMITED BY SIZE INTO QG1-AUD-SUMMARY
           END-IF

           EXEC CICS LINK PROGRAM('QG1CXAUC')
               COMMAREA(QG1-AUDIT-RECORD) RESP(WS-RESP)
           END-EXEC.

       6300-LOG-APPROVAL-ACTION-EXIT.
           EXIT.

      *=================================================================
      * 7000-SEND-DETAIL -- the current request (when there is one)    *
      * plus the message line, then return for the next key with the   *
      * record as shown kept in the COMMAREA.                          *
      *=================================================================
       7000-SEND-DETAIL.
           MOVE SPACES TO QG1MAPVO
           MOVE SPACES TO QG1-APC-SHOWN-RECORD

           IF QA-AWAITING-FOUND
               PERFORM 7100-MOVE-REQUEST-TO-MAP THRU
                       7100-MOVE-REQUEST-TO-MAP-EXIT
               MOVE QG1-REQMAST-RECORD TO QG1-APC-SHOWN-RECORD
           END-IF

           MOVE WS-MESSAGE TO QVMSGO
           MOVE -1 TO QVRSNL

           EXEC CICS SEND MAP('QG1MAPV') MAPSET('QG1MSV1')
               FROM(QG1MAPVO) ERASE
           END-EXEC

           SET QG1-APC-FN-BROWSE TO TRUE

           EXEC CICS RETURN TRANSID('QAPR')
               COMMAREA(QG1-APPROVE-COMMAREA)
           END-EXEC.

       7000-SEND-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-MOVE-REQUEST-TO-MAP -- the request's fields, with the
      * threshold for its type beside the amount.
      *-----------------------------------------------------------------
       7100-MOVE-REQUEST-TO-MAP.
           MOVE QG1-RQM-REQ-ID      TO QVREQO
           MOVE QG1-RQM-REQ-TYPE    TO QVTYPO
           MOVE QG1-RQM-DEPARTMENT  TO QVDEPO
           MOVE QG1-RQM-KEYED-USER  TO QVKEYO

           IF QG1-RQM-FREQUENCY NOT = SPACES
               MOVE 'STANDING'        TO QVKNDO
               MOVE QG1-RQM-FREQUENCY TO QVFRQO
               MOVE QG1-RQM-NEXT-DUE  TO QVDUEO
           ELSE
               MOVE 'ONE-TIME'        TO QVKNDO
           END-IF

           EVALUATE TRUE
               WHEN QG1-RQM-DECIMAL
               WHEN QG1-RQM-MULTIPLY
               WHEN QG1-RQM-PERCENT
                   MOVE QG1-RQM-DIVIDEND-DEC TO WS-DIVIDEND-ENTRY-D
                   MOVE QG1-RQM-DIVISOR-DEC  TO WS-DIVISOR-ENTRY-D
               WHEN QG1-RQM-ALLOCATE
                   MOVE QG1-RQM-DIVIDEND-DEC TO WS-DIVIDEND-ENTRY-D
                   MOVE QG1-RQM-DIVISOR-INT  TO WS-DIVISOR-ENTRY-N
               WHEN OTHER
                   MOVE QG1-RQM-DIVIDEND-INT TO WS-DIVIDEND-ENTRY-N
                   MOVE QG1-RQM-DIVISOR-INT  TO WS-DIVISOR-ENTRY-N
           END-EVALUATE
           MOVE WS-DIVIDEND-ENTRY TO QVDVDO
           MOVE WS-DIVISOR-ENTRY  TO QVDVSO

           EVALUATE TRUE
               WHEN QG1-RQM-INTEGER
                   MOVE QG1-APT-INTEGER  TO WS-EDITED-THRESHOLD
               WHEN QG1-RQM-DECIMAL
                   MOVE QG1-APT-DECIMAL  TO WS-EDITED-THRESHOLD
               WHEN QG1-RQM-ALLOCATE
                   MOVE QG1-APT-ALLOCATE TO WS-EDITED-THRESHOLD
               WHEN QG1-RQM-MULTIPLY
                   MOVE QG1-APT-MULTIPLY TO WS-EDITED-THRESHOLD
               WHEN OTHER
                   MOVE QG1-APT-PERCENT  TO WS-EDITED-THRESHOLD
           END-EVALUATE
           MOVE WS-EDITED-THRESHOLD TO QVTHRO

           STRING QG1-RQM-ENTERED-DATE ' ' QG1-RQM-ENTERED-TIME
               DELIMITED BY SIZE INTO QVENTO.

       7100-MOVE-REQUEST-TO-MAP-EXIT.
           EXIT.

      *=================================================================
      * 8000-END-SESSION -- PF3 or an unrecognised function; drop the  *
      * pseudo-conversation.                                           *
      *=================================================================
       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM('QG1CX040 SESSION ENDED')
               ERASE FREEKB
           END-EXEC

           EXEC CICS RETURN END-EXEC.

       8000-END-SESSION-EXIT.
           EXIT.

       END PROGRAM QG1CX040.
