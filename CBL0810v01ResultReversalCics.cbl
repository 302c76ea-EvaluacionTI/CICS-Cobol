      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 CICS Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Transaction QREV - result reversal screen over
      *               the RESULTS master (map QG1MAPW in mapset
      *               QG1MSW1).  A stored result found to be wrong is
      *               taken off the books here instead of by rerunning
      *               the id: the operator keys a reason code and the
      *               result is marked REVERSED, its original image
      *               kept on the RESHIST result history.  When a
      *               replacement id is keyed, a corrected request is
      *               raised on REQMAST under it - PENDING, or
      *               AWAITING approval when over the QG1WAPT
      *               threshold - carrying the reversed id in
      *               QG1-RQM-SOURCE-ID, with the same checks QREQ
      *               (QG1CX035) makes on a new request.  The three
      *               updates are one unit of work; every reversal
      *               lands on AUDITLOG.  QG1CX022 is the batch side
      *               of the same facility.
      * Tectonics   : translate with DFHEAP1$ / DFHECP1$, then cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version - transaction QREV, map QG1MAPW.
      *  10/15/2026 DS  The audit entry now goes to AUDITLOG by LINK
      *                 to QG1CXAUC, which gives it the trail's next
      *                 sequence number and chained check value,
      *                 instead of by a file WRITE here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX041.
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
           COPY QG1MSW1.

      *---------------------------------------------------------------*
      * RESULTS-MASTER RECORD -- read and rewritten through the       *
      * RESULTS file definition.                                      *
      *---------------------------------------------------------------*
           COPY QG1WRSM.

      *---------------------------------------------------------------*
      * RESULT-HISTORY RECORD -- the reversed result's original       *
      * image, added through the RESHIST file definition.             *
      *---------------------------------------------------------------*
           COPY QG1WRSH.

      *---------------------------------------------------------------*
      * REQUEST-MASTER RECORD -- the replacement request, added       *
      * through the REQMAST file definition.                          *
      *---------------------------------------------------------------*
           COPY QG1WRQM.

      *---------------------------------------------------------------*
      * DEPARTMENT-MASTER RECORD -- the replacement's department must *
      * be open, the same rule QREQ applies.                          *
      *---------------------------------------------------------------*
           COPY QG1WDPT.

      *---------------------------------------------------------------*
      * DUAL-CONTROL THRESHOLDS -- a replacement over its type's      *
      * figure waits for approval on QAPR like any other request.     *
      *---------------------------------------------------------------*
           COPY QG1WAPT.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG RECORD -- one entry per reversal, added to   *
      * the AUDITLOG ESDS through QG1CXAUC the same way QG1CX032      *
      * writes its run entries.                                       *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

      *---------------------------------------------------------------*
      * PSEUDO-CONVERSATIONAL COMMAREA -- which result is on screen.  *
      * PF5 acts only on a result ENTER has shown.                    *
      *---------------------------------------------------------------*
       01  QG1-REVERSE-COMMAREA.
           05  QG1-RVC-FUNCTION         PIC X(01).
               88  QG1-RVC-FN-PROMPT        VALUE 'P'.
               88  QG1-RVC-FN-SHOWN         VALUE 'S'.
           05  QG1-RVC-REQ-ID           PIC X(06).

      *---------------------------------------------------------------*
      * MISCELLANEOUS WORK AREAS                                      *
      *---------------------------------------------------------------*
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-OPERATOR                  PIC X(08) VALUE SPACES.
       01  WS-AUDIT-VERB                PIC X(10) VALUE SPACES.
       01  WS-REASON                    PIC X(04) VALUE SPACES.
       01  WS-REPLACE-ID                PIC X(06) VALUE SPACES.
       01  WS-NEW-DIVIDEND              PIC X(11) VALUE SPACES.
       01  WS-NEW-DIVISOR               PIC X(11) VALUE SPACES.

       01  QA-SWITCHES.
           05  QA-SW-FOUND              PIC X(01) VALUE 'N'.
               88  QA-RESULT-FOUND          VALUE 'Y'.
           05  QA-SW-ENTRY              PIC X(01) VALUE 'Y'.
               88  QA-ENTRY-VALID           VALUE 'Y'.
               88  QA-ENTRY-INVALID         VALUE 'N'.
           05  QA-SW-THRESHOLD          PIC X(01) VALUE 'N'.
               88  QA-OVER-THRESHOLD        VALUE 'Y'.

      *---------------------------------------------------------------*
      * EDITED DISPLAY FIELDS -- the QRES screen's editing.           *
      *---------------------------------------------------------------*
       01  WS-EDITED-OPERAND            PIC -(10)9.99.
       01  WS-EDITED-RESULT             PIC -(12)9.99.
       01  WS-EDITED-WAYS               PIC ZZZ9.

      *---------------------------------------------------------------*
      * OPERAND ENTRY WORK -- eleven digits; for types D, A, M and P  *
      * the last two are cents, for type I the digits are the         *
      * integer itself (the QREQ screen's convention).                *
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
      * REVERSAL DATE/TIME STAMP -- from the CICS region clock.       *
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
       01  DFHCOMMAREA                  PIC X(07).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
           ELSE
               MOVE DFHCOMMAREA TO QG1-REVERSE-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
                   WHEN EIBAID = DFHPF5
                       PERFORM 3000-REVERSE-RESULT THRU
                               3000-REVERSE-RESULT-EXIT
                   WHEN EIBAID = DFHENTER
                       PERFORM 2000-SHOW-RESULT THRU
                               2000-SHOW-RESULT-EXIT
                   WHEN OTHER
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
               END-EVALUATE
           END-IF.

       0000-MAINLINE-EXIT.
           EXIT.

      *=================================================================
      * 1000-FIRST-ENTRY -- task started fresh; prompt for an id.      *
      *=================================================================
       1000-FIRST-ENTRY.
           MOVE SPACES TO QG1-REVERSE-COMMAREA
           MOVE 'KEY A REQUEST ID, THEN PRESS ENTER' TO WS-MESSAGE

           PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT.

       1000-FIRST-ENTRY-EXIT.
           EXIT.

      *=================================================================
      * 2000-SHOW-RESULT -- operator keyed an id and pressed ENTER;    *
      * show the stored result so it can be checked before PF5.        *
      *=================================================================
       2000-SHOW-RESULT.
           PERFORM 2100-RECEIVE-SCREEN THRU 2100-RECEIVE-SCREEN-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT
               GO TO 2000-SHOW-RESULT-EXIT
           END-IF

           MOVE SPACES TO QG1-REVERSE-COMMAREA
           IF QWREQI = SPACES OR QWREQI = LOW-VALUES
               MOVE 'A REQUEST ID IS REQUIRED' TO WS-MESSAGE
               PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT
               GO TO 2000-SHOW-RESULT-EXIT
           END-IF

           MOVE QWREQI TO QG1-RVC-REQ-ID
           PERFORM 2200-READ-RESULT THRU 2200-READ-RESULT-EXIT
           IF NOT QA-RESULT-FOUND
               MOVE SPACES TO QG1-RVC-REQ-ID
               PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT
               GO TO 2000-SHOW-RESULT-EXIT
           END-IF

           IF QG1-RSM-REVERSED
               MOVE 'RESULT ALREADY REVERSED - SEE QRES'
                   TO WS-MESSAGE
           ELSE
               MOVE 'KEY A REASON CODE AND ANY REPLACEMENT, THEN PF5'
                   TO WS-MESSAGE
           END-IF

           PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT.

       2000-SHOW-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-RECEIVE-SCREEN -- the keyed fields, with nulls taken out
      * so they echo back cleanly on an error.
      *-----------------------------------------------------------------
       2100-RECEIVE-SCREEN.
           SET QA-ENTRY-VALID TO TRUE
           MOVE LOW-VALUES TO QG1MAPWI

           EXEC CICS RECEIVE MAP('QG1MAPW') MAPSET('QG1MSW1')
               INTO(QG1MAPWI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
              WS-RESP NOT = DFHRESP(MAPFAIL)
               MOVE 'UNABLE TO READ THE SCREEN - TRY AGAIN' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2100-RECEIVE-SCREEN-EXIT
           END-IF

           INSPECT QWREQI REPLACING ALL LOW-VALUES BY SPACES
           MOVE QWRSNI TO WS-REASON
           MOVE QWRPLI TO WS-REPLACE-ID
           MOVE QWNDDI TO WS-NEW-DIVIDEND
           MOVE QWNDSI TO WS-NEW-DIVISOR
           INSPECT WS-REASON       REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-REPLACE-ID   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-NEW-DIVIDEND REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-NEW-DIVISOR  REPLACING ALL LOW-VALUES BY SPACES.

       2100-RECEIVE-SCREEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-READ-RESULT -- the stored result for the id on screen.
      * An id the QG1CX018 retention step has archived is no longer
      * on the master and cannot be reversed.
      *-----------------------------------------------------------------
       2200-READ-RESULT.
           MOVE 'N' TO QA-SW-FOUND
           MOVE QG1-RVC-REQ-ID TO QG1-RSM-REQ-ID

           EXEC CICS READ FILE('RESULTS') INTO(QG1-RESULT-RECORD)
               RIDFLD(QG1-RSM-REQ-ID) RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET QA-RESULT-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   STRING 'NO STORED RESULT FOR REQUEST '
                       QG1-RVC-REQ-ID
                       ' - ARCHIVED OR NEVER RUN'
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'UNABLE TO READ THE RESULTS MASTER' TO
                       WS-MESSAGE
           END-EVALUATE.

       2200-READ-RESULT-EXIT.
           EXIT.

      *=================================================================
      * 3000-REVERSE-RESULT -- PF5 on a result ENTER has shown.  The   *
      * history record, the replacement request and the REVERSED mark  *
      * go in together; if any one fails the unit of work is backed    *
      * out and nothing has changed.                                   *
      *=================================================================
       3000-REVERSE-RESULT.
           PERFORM 2100-RECEIVE-SCREEN THRU 2100-RECEIVE-SCREEN-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           IF NOT QG1-RVC-FN-SHOWN OR QG1-RVC-REQ-ID = SPACES OR
              QWREQI NOT = QG1-RVC-REQ-ID
               MOVE 'PRESS ENTER TO SHOW THE RESULT BEFORE REVERSING IT'
                   TO WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           MOVE WS-REASON TO QG1-RSH-REASON
           IF NOT QG1-RSH-REASON-VALID
               MOVE 'REASON CODE MUST BE OPER, DEPT, TYPE, DUPL OR OTHR'
                   TO WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           PERFORM 3080-GET-OPERATOR THRU 3080-GET-OPERATOR-EXIT
           IF WS-OPERATOR = SPACES OR WS-OPERATOR = LOW-VALUES
               MOVE 'NO SIGNED-ON USERID - SIGN ON BEFORE REVERSING'
                   TO WS-MESSAGE
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           PERFORM 3500-READ-FOR-UPDATE THRU 3500-READ-FOR-UPDATE-EXIT
           IF NOT QA-RESULT-FOUND
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           PERFORM 3050-STAMP-DATE-TIME THRU 3050-STAMP-DATE-TIME-EXIT

           IF WS-REPLACE-ID NOT = SPACES
               PERFORM 3300-BUILD-REPLACEMENT THRU
                       3300-BUILD-REPLACEMENT-EXIT
               IF QA-ENTRY-INVALID
                   EXEC CICS UNLOCK FILE('RESULTS') RESP(WS-RESP)
                   END-EXEC
                   PERFORM 6000-REDISPLAY-CURRENT THRU
                           6000-REDISPLAY-CURRENT-EXIT
                   GO TO 3000-REVERSE-RESULT-EXIT
               END-IF
           END-IF

           PERFORM 3600-WRITE-HISTORY THRU 3600-WRITE-HISTORY-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 3900-BACK-OUT THRU 3900-BACK-OUT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           IF WS-REPLACE-ID NOT = SPACES
               PERFORM 3700-ADD-REPLACEMENT THRU
                       3700-ADD-REPLACEMENT-EXIT
               IF QA-ENTRY-INVALID
                   PERFORM 3900-BACK-OUT THRU 3900-BACK-OUT-EXIT
                   GO TO 3000-REVERSE-RESULT-EXIT
               END-IF
           END-IF

           SET QG1-RSM-REVERSED TO TRUE

           EXEC CICS REWRITE FILE('RESULTS')
               FROM(QG1-RESULT-RECORD) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO REWRITE THE RESULTS MASTER' TO WS-MESSAGE
               PERFORM 3900-BACK-OUT THRU 3900-BACK-OUT-EXIT
               GO TO 3000-REVERSE-RESULT-EXIT
           END-IF

           MOVE 'REVERSED' TO WS-AUDIT-VERB
           PERFORM 6300-LOG-REVERSAL THRU 6300-LOG-REVERSAL-EXIT

           EXEC CICS SYNCPOINT END-EXEC

           IF WS-REPLACE-ID = SPACES
               STRING 'RESULT ' QG1-RSM-REQ-ID
                   ' REVERSED - NO REPLACEMENT RAISED'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               IF QG1-RQM-AWAITING
                   STRING 'RESULT ' QG1-RSM-REQ-ID ' REVERSED - '
                       WS-REPLACE-ID
                       ' ADDED, OVER THRESHOLD, AWAITS APPROVAL ON QAPR'
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   STRING 'RESULT ' QG1-RSM-REQ-ID ' REVERSED - '
                       WS-REPLACE-ID ' ADDED PENDING'
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           END-IF

           MOVE SPACES TO WS-REASON WS-REPLACE-ID
                          WS-NEW-DIVIDEND WS-NEW-DIVISOR

           PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT.

       3000-REVERSE-RESULT-EXIT.
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

      *=================================================================
      * 3300-BUILD-REPLACEMENT -- the corrected request, built in      *
      * QG1-REQMAST-RECORD ready for 3700 to add.  The id must be new  *
      * to REQMAST; the type and department are the reversed           *
      * result's; the operands are the keyed ones, or the result's     *
      * where left blank, and pass the QREQ entry rules.               *
      *=================================================================
       3300-BUILD-REPLACEMENT.
           SET QA-ENTRY-VALID TO TRUE

           EXEC CICS READ FILE('REQMAST') INTO(QG1-REQMAST-RECORD)
               RIDFLD(WS-REPLACE-ID) RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NORMAL)
                   STRING 'REQUEST ' WS-REPLACE-ID
                       ' IS ALREADY ON REQMAST - KEY A NEW ID'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 3300-BUILD-REPLACEMENT-EXIT
               WHEN OTHER
                   MOVE 'UNABLE TO READ THE REQUEST MASTER' TO
                       WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 3300-BUILD-REPLACEMENT-EXIT
           END-EVALUATE

           PERFORM 3310-RESULT-OPERANDS THRU 3310-RESULT-OPERANDS-EXIT
           IF WS-NEW-DIVIDEND NOT = SPACES
               MOVE WS-NEW-DIVIDEND TO WS-DIVIDEND-ENTRY
           END-IF
           IF WS-NEW-DIVISOR NOT = SPACES
               MOVE WS-NEW-DIVISOR  TO WS-DIVISOR-ENTRY
           END-IF

           PERFORM 3320-VALIDATE-OPERANDS THRU
                   3320-VALIDATE-OPERANDS-EXIT
           IF QA-ENTRY-INVALID
               GO TO 3300-BUILD-REPLACEMENT-EXIT
           END-IF

           PERFORM 3330-CHECK-DEPARTMENT THRU
                   3330-CHECK-DEPARTMENT-EXIT
           IF QA-ENTRY-INVALID
               GO TO 3300-BUILD-REPLACEMENT-EXIT
           END-IF

           MOVE SPACES             TO QG1-REQMAST-RECORD
           MOVE WS-REPLACE-ID      TO QG1-RQM-REQ-ID
           MOVE QG1-RSM-REQ-TYPE   TO QG1-RQM-REQ-TYPE
           MOVE QG1-RSM-DEPARTMENT TO QG1-RQM-DEPARTMENT

           EVALUATE QG1-RSM-REQ-TYPE
               WHEN 'D'
               WHEN 'M'
               WHEN 'P'
                   MOVE WS-DIVIDEND-ENTRY-D TO QG1-RQM-DIVIDEND-DEC
                   MOVE WS-DIVISOR-ENTRY-D  TO QG1-RQM-DIVISOR-DEC
                   MOVE ZERO                TO QG1-RQM-DIVIDEND-INT
                                               QG1-RQM-DIVISOR-INT
               WHEN 'A'
                   MOVE WS-DIVIDEND-ENTRY-D TO QG1-RQM-DIVIDEND-DEC
                   MOVE WS-DIVISOR-ENTRY-N  TO QG1-RQM-DIVISOR-INT
                   MOVE ZERO                TO QG1-RQM-DIVIDEND-INT
                                               QG1-RQM-DIVISOR-DEC
               WHEN OTHER
                   MOVE WS-DIVIDEND-ENTRY-N TO QG1-RQM-DIVIDEND-INT
                   MOVE WS-DIVISOR-ENTRY-N  TO QG1-RQM-DIVISOR-INT
                   MOVE ZERO                TO QG1-RQM-DIVIDEND-DEC
                                               QG1-RQM-DIVISOR-DEC
           END-EVALUATE

           PERFORM 3340-CHECK-THRESHOLD THRU 3340-CHECK-THRESHOLD-EXIT
           IF QA-OVER-THRESHOLD
               SET QG1-RQM-AWAITING TO TRUE
           ELSE
               SET QG1-RQM-PENDING  TO TRUE
           END-IF

           MOVE WS-CURRENT-DATE    TO QG1-RQM-ENTERED-DATE
           MOVE WS-CURRENT-TIME    TO QG1-RQM-ENTERED-TIME
           MOVE SPACES             TO QG1-RQM-TAKEN-DATE
           MOVE QG1-RSM-REQ-ID     TO QG1-RQM-SOURCE-ID
           MOVE WS-OPERATOR        TO QG1-RQM-KEYED-USER.

       3300-BUILD-REPLACEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3310-RESULT-OPERANDS -- the reversed result's operands in the
      * eleven-digit entry form, the starting point for the
      * replacement.
      *-----------------------------------------------------------------
       3310-RESULT-OPERANDS.
           EVALUATE QG1-RSM-REQ-TYPE
               WHEN 'D'
               WHEN 'M'
               WHEN 'P'
                   MOVE QG1-RSM-DIVIDEND-DEC TO WS-DIVIDEND-ENTRY-D
                   MOVE QG1-RSM-DIVISOR-DEC  TO WS-DIVISOR-ENTRY-D
               WHEN 'A'
                   MOVE QG1-RSM-DIVIDEND-DEC TO WS-DIVIDEND-ENTRY-D
                   MOVE QG1-RSM-DIVISOR-INT  TO WS-DIVISOR-ENTRY-N
               WHEN OTHER
                   MOVE QG1-RSM-DIVIDEND-INT TO WS-DIVIDEND-ENTRY-N
                   MOVE QG1-RSM-DIVISOR-INT  TO WS-DIVISOR-ENTRY-N
           END-EVALUATE.

       3310-RESULT-OPERANDS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3320-VALIDATE-OPERANDS -- the QREQ entry rules for the
      * result's type.
      *-----------------------------------------------------------------
       3320-VALIDATE-OPERANDS.
           IF WS-DIVIDEND-ENTRY NOT NUMERIC OR
              WS-DIVISOR-ENTRY  NOT NUMERIC
               MOVE 'NEW OPERANDS MUST BE ALL DIGITS' TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3320-VALIDATE-OPERANDS-EXIT
           END-IF

           IF WS-DIVISOR-ENTRY-N = ZERO AND
              QG1-RSM-REQ-TYPE NOT = 'M' AND
              QG1-RSM-REQ-TYPE NOT = 'P'
               MOVE 'THE DIVISOR MUST NOT BE ZERO' TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3320-VALIDATE-OPERANDS-EXIT
           END-IF

           IF QG1-RSM-REQ-TYPE = 'I'
               IF WS-DIVIDEND-ENTRY-N > 999999999 OR
                  WS-DIVISOR-ENTRY-N  > 999999999
                   MOVE 'INTEGER OPERANDS MUST FIT IN NINE DIGITS'
                       TO WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 3320-VALIDATE-OPERANDS-EXIT
               END-IF
           END-IF

           IF QG1-RSM-REQ-TYPE = 'A' AND WS-DIVISOR-ENTRY-N > 9999
               MOVE 'ALLOCATION WAYS MUST BE 1 THROUGH 9999' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       3320-VALIDATE-OPERANDS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3330-CHECK-DEPARTMENT -- the result's department must still
      * be on DEPTMAST and open today, as QREQ requires of a new
      * request.  The status takes effect on QG1-DPT-EFF-DATE.
      *-----------------------------------------------------------------
       3330-CHECK-DEPARTMENT.
           IF QG1-RSM-DEPARTMENT = SPACES
               MOVE 'RESULT HAS NO DEPARTMENT - KEY THE NEW ONE ON QREQ'
                   TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           MOVE QG1-RSM-DEPARTMENT TO QG1-DPT-CODE

           EXEC CICS READ FILE('DEPTMAST') INTO(QG1-DEPTMAST-RECORD)
               RIDFLD(QG1-DPT-CODE) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               STRING 'DEPARTMENT ' QG1-RSM-DEPARTMENT
                   ' IS NOT ON THE DEPARTMENT MASTER'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ THE DEPARTMENT MASTER' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           IF QG1-DPT-ACTIVE AND QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QG1-RSM-DEPARTMENT
                   ' IS NOT ACTIVE UNTIL ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QG1-DPT-ACTIVE AND
              NOT QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QG1-RSM-DEPARTMENT
                   ' IS INACTIVE SINCE ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       3330-CHECK-DEPARTMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3340-CHECK-THRESHOLD -- is the replacement's amount over its
      * type's dual-control threshold?  The dividend is the amount:
      * the integer one for type I, the one with cents for the rest.
      *-----------------------------------------------------------------
       3340-CHECK-THRESHOLD.
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

       3340-CHECK-THRESHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-READ-FOR-UPDATE -- the result being reversed, which must
      * still be on the master and not already reversed (another
      * terminal or the batch reversal may have got there first).
      *-----------------------------------------------------------------
       3500-READ-FOR-UPDATE.
           MOVE 'N' TO QA-SW-FOUND
           MOVE QG1-RVC-REQ-ID TO QG1-RSM-REQ-ID

           EXEC CICS READ FILE('RESULTS') INTO(QG1-RESULT-RECORD)
               RIDFLD(QG1-RSM-REQ-ID) UPDATE RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESULT NO LONGER ON THE RESULTS MASTER' TO
                   WS-MESSAGE
               GO TO 3500-READ-FOR-UPDATE-EXIT
           END-IF

           IF QG1-RSM-REVERSED
               STRING 'RESULT ' QG1-RVC-REQ-ID
                   ' IS ALREADY REVERSED - SEE QRES'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               EXEC CICS UNLOCK FILE('RESULTS') RESP(WS-RESP)
               END-EXEC
               GO TO 3500-READ-FOR-UPDATE-EXIT
           END-IF

           SET QA-RESULT-FOUND TO TRUE.

       3500-READ-FOR-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-WRITE-HISTORY -- the result exactly as it stood, keyed on
      * the id and the reversal time, onto RESHIST.
      *-----------------------------------------------------------------
       3600-WRITE-HISTORY.
           MOVE SPACES             TO QG1-RESHIST-RECORD
           MOVE QG1-RSM-REQ-ID     TO QG1-RSH-REQ-ID
           MOVE WS-CURRENT-DATE    TO QG1-RSH-HIST-DATE
           MOVE WS-CURRENT-TIME    TO QG1-RSH-HIST-TIME
           SET QG1-RSH-REVERSED    TO TRUE
           MOVE WS-REASON          TO QG1-RSH-REASON
           MOVE WS-OPERATOR        TO QG1-RSH-OPERATOR
           MOVE 'QG1CX041'         TO QG1-RSH-PROGRAM-ID
           MOVE WS-REPLACE-ID      TO QG1-RSH-REPLACE-ID
           MOVE QG1-RESULT-RECORD  TO QG1-RSH-RESULT-IMAGE

           EXEC CICS WRITE FILE('RESHIST') FROM(QG1-RESHIST-RECORD)
               RIDFLD(QG1-RSH-KEY) RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'RESULT HISTORY BUSY - PRESS PF5 AGAIN'
                       TO WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
               WHEN OTHER
                   MOVE 'UNABLE TO WRITE THE RESULT HISTORY' TO
                       WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
           END-EVALUATE.

       3600-WRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3700-ADD-REPLACEMENT -- the request 3300 built, onto REQMAST.
      *-----------------------------------------------------------------
       3700-ADD-REPLACEMENT.
           EXEC CICS WRITE FILE('REQMAST') FROM(QG1-REQMAST-RECORD)
               RIDFLD(QG1-RQM-REQ-ID) RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   STRING 'REQUEST ' WS-REPLACE-ID
                       ' IS ALREADY ON REQMAST - KEY A NEW ID'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
               WHEN OTHER
                   MOVE 'UNABLE TO WRITE TO THE REQUEST MASTER' TO
                       WS-MESSAGE
                   SET QA-ENTRY-INVALID TO TRUE
           END-EVALUATE.

       3700-ADD-REPLACEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3900-BACK-OUT -- a step of the reversal failed; roll back
      * whatever of it was written and show the result unchanged.
      *-----------------------------------------------------------------
       3900-BACK-OUT.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           PERFORM 6000-REDISPLAY-CURRENT THRU
                   6000-REDISPLAY-CURRENT-EXIT.

       3900-BACK-OUT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-REDISPLAY-CURRENT -- re-read the result on screen and
      * show it again with the message and the operator's keying.
      *-----------------------------------------------------------------
       6000-REDISPLAY-CURRENT.
           MOVE 'N' TO QA-SW-FOUND

           IF QG1-RVC-REQ-ID NOT = SPACES
               MOVE QG1-RVC-REQ-ID TO QG1-RSM-REQ-ID
               EXEC CICS READ FILE('RESULTS') INTO(QG1-RESULT-RECORD)
                   RIDFLD(QG1-RSM-REQ-ID) RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET QA-RESULT-FOUND TO TRUE
               END-IF
           END-IF

           PERFORM 7000-SEND-SCREEN THRU 7000-SEND-SCREEN-EXIT.

       6000-REDISPLAY-CURRENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6300-LOG-REVERSAL -- one audit record per reversal, onto the
      * shared AUDITLOG ESDS: who (userid and terminal), which result,
      * the reason code and any replacement id.  The record's date
      * and time are the reversal time.  QG1CXAUC seals it onto the
      * chain.
      *-----------------------------------------------------------------
       6300-LOG-REVERSAL.
           MOVE 'QG1CX041'      TO QG1-AUD-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO QG1-AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO QG1-AUD-RUN-TIME
           MOVE SPACES          TO QG1-AUD-SUMMARY

           STRING 'USER=' WS-OPERATOR
               ' TERM=' EIBTRMID
               ' ' WS-AUDIT-VERB
               ' ' QG1-RSM-REQ-ID
               ' RSN=' WS-REASON
               ' REPL=' WS-REPLACE-ID
               DELIMITED BY SIZE INTO QG1-AUD-SUMMARY

           EXEC CICS LINK PROGRAM('QG1CXAUC')
               COMMAREA(QG1-AUDIT-RECORD) RESP(WS-RESP)
           END-EXEC.

       6300-LOG-REVERSAL-EXIT.
           EXIT.

      *=================================================================
      * 7000-SEND-SCREEN -- the current result (when there is one),    *
      * the operator's keying and the message line, then return for    *
      * the next key.                                                  *
      *=================================================================
       7000-SEND-SCREEN.
           MOVE SPACES TO QG1MAPWO

           IF QA-RESULT-FOUND
               PERFORM 7100-MOVE-RESULT-TO-MAP THRU
                       7100-MOVE-RESULT-TO-MAP-EXIT
               SET QG1-RVC-FN-SHOWN TO TRUE
           ELSE
               MOVE QG1-RVC-REQ-ID TO QWREQO
               SET QG1-RVC-FN-PROMPT TO TRUE
           END-IF

           MOVE WS-REASON       TO QWRSNO
           MOVE WS-REPLACE-ID   TO QWRPLO
           MOVE WS-NEW-DIVIDEND TO QWNDDO
           MOVE WS-NEW-DIVISOR  TO QWNDSO
           MOVE WS-MESSAGE      TO QWMSGO

           IF QA-RESULT-FOUND AND QG1-RSM-POSTED
               MOVE -1 TO QWRSNL
           ELSE
               MOVE -1 TO QWREQL
           END-IF

           EXEC CICS SEND MAP('QG1MAPW') MAPSET('QG1MSW1')
               FROM(QG1MAPWO) ERASE
           END-EXEC

           EXEC CICS RETURN TRANSID('QREV')
               COMMAREA(QG1-REVERSE-COMMAREA)
           END-EXEC.

       7000-SEND-SCREEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-MOVE-RESULT-TO-MAP -- the stored result, edited as QRES
      * edits it.
      *-----------------------------------------------------------------
       7100-MOVE-RESULT-TO-MAP.
           MOVE QG1-RSM-REQ-ID     TO QWREQO
           MOVE QG1-RSM-REQ-TYPE   TO QWTYPO
           MOVE QG1-RSM-DEPARTMENT TO QWDEPO
           MOVE QG1-RSM-RUN-DATE   TO QWDATO

           IF QG1-RSM-REVERSED
               MOVE 'REVERSED' TO QWSTAO
           ELSE
               MOVE 'POSTED'   TO QWSTAO
           END-IF

           EVALUATE QG1-RSM-REQ-TYPE
               WHEN 'D'
               WHEN 'M'
               WHEN 'P'
                   MOVE QG1-RSM-DIVIDEND-DEC TO WS-EDITED-OPERAND
                   MOVE WS-EDITED-OPERAND    TO QWDVDO
                   MOVE QG1-RSM-DIVISOR-DEC  TO WS-EDITED-OPERAND
                   MOVE WS-EDITED-OPERAND    TO QWDVSO
               WHEN 'A'
                   MOVE QG1-RSM-DIVIDEND-DEC TO WS-EDITED-OPERAND
                   MOVE WS-EDITED-OPERAND    TO QWDVDO
                   MOVE QG1-RSM-DIVISOR-INT  TO WS-EDITED-WAYS
                   MOVE WS-EDITED-WAYS       TO QWDVSO
               WHEN OTHER
                   MOVE QG1-RSM-DIVIDEND-INT TO WS-EDITED-OPERAND
                   MOVE WS-EDITED-OPERAND    TO QWDVDO
                   MOVE QG1-RSM-DIVISOR-INT  TO WS-EDITED-OPERAND
                   MOVE WS-EDITED-OPERAND    TO QWDVSO
           END-EVALUATE

           MOVE QG1-RSM-QUOTIENT   TO WS-EDITED-RESULT
           MOVE WS-EDITED-RESULT   TO QWQUOO
           MOVE QG1-RSM-REMAINDER1 TO WS-EDITED-RESULT
           MOVE WS-EDITED-RESULT   TO QWRM1O.

       7100-MOVE-RESULT-TO-MAP-EXIT.
           EXIT.

      *=================================================================
      * 8000-END-SESSION -- PF3 or an unrecognised function; drop the  *
      * pseudo-conversation.                                           *
      *=================================================================
       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM('QG1CX041 SESSION ENDED')
               ERASE FREEKB
           END-EXEC

           EXEC CICS RETURN END-EXEC.

       8000-END-SESSION-EXIT.
           EXIT.

       END PROGRAM QG1CX041.
