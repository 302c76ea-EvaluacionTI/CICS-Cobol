      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Batch result reversal - the batch side of the
      *               QREV screen (QG1CX041).  Each REVIN record
      *               (layout QG1WRVI) names a stored result on the
      *               RESULTS master, a reason code and the operator
      *               who asked for it.  The result is marked
      *               REVERSED, its original image kept on the RESHIST
      *               result history, and - when a replacement id is
      *               given - a corrected request is raised on REQMAST
      *               under it, PENDING or AWAITING approval by the
      *               QG1WAPT thresholds, carrying the reversed id in
      *               QG1-RQM-SOURCE-ID.  The checks are the ones QREV
      *               makes.  REVRPT lists every input record as
      *               REVERSED or REJECTED with the reason.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  A record fed again after a run that stopped
      *                 partway is finished rather than doubled: the
      *                 history image already written for the result
      *                 as it stands is used instead of a second one
      *                 (so QG1CX020 reverses the ledger once), and a
      *                 replacement already on REQMAST for this id is
      *                 taken as added.  RESHIST is now read DYNAMIC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX022.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIN      ASSIGN TO REVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIN-STATUS.

           SELECT RESULTS    ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RSM-REQ-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESHIST    ASSIGN TO RESHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QG1-RSH-KEY
               FILE STATUS IS WS-RESHIST-STATUS.

           SELECT REQMAST    ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RQM-REQ-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT DEPTMAST   ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-DPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT REVRPT     ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIN
           RECORDING MODE IS F.
           COPY QG1WRVI.

       FD  RESULTS.
           COPY QG1WRSM.

       FD  RESHIST.
           COPY QG1WRSH.

       FD  REQMAST.
           COPY QG1WRQM.

       FD  DEPTMAST.
           COPY QG1WDPT.

       FD  REVRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-REVRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-REVRPT-LINE==.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-REVIN-STATUS          PIC X(02) VALUE SPACES.
               88  WS-REVIN-OK              VALUE '00'.
               88  WS-REVIN-EOF             VALUE '10'.
           05  WS-RESULTS-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESULTS-OK            VALUE '00'.
               88  WS-RESULTS-NOTFND        VALUE '23'.
           05  WS-RESHIST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESHIST-OK            VALUE '00'.
               88  WS-RESHIST-DUPKEY        VALUE '22'.
               88  WS-RESHIST-NOTFND        VALUE '23'.
               88  WS-RESHIST-EMPTY         VALUE '35'.
           05  WS-REQMAST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-REQMAST-OK            VALUE '00'.
               88  WS-REQMAST-NOTFND        VALUE '23'.
               88  WS-REQMAST-EMPTY         VALUE '35'.
           05  WS-DEPTMAST-STATUS       PIC X(02) VALUE SPACES.
               88  WS-DEPTMAST-OK           VALUE '00'.
               88  WS-DEPTMAST-NOTFND       VALUE '23'.
               88  WS-DEPTMAST-EMPTY        VALUE '35'.
           05  WS-REVRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-REVRPT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES -- a never-loaded DEPTMAST opens with status 35;     *
      * every replacement then fails its department check, as it     *
      * would on QREV.                                                *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-RVI-EOF            PIC X(01) VALUE 'N'.
               88  QA-RVI-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-DPT-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-DEPTMAST-USABLE       VALUE 'Y'.
           05  QA-SW-ENTRY              PIC X(01) VALUE 'Y'.
               88  QA-ENTRY-VALID           VALUE 'Y'.
               88  QA-ENTRY-INVALID         VALUE 'N'.
           05  QA-SW-THRESHOLD          PIC X(01) VALUE 'N'.
               88  QA-OVER-THRESHOLD        VALUE 'Y'.
           05  QA-SW-HISTORY            PIC X(01) VALUE 'N'.
               88  QA-HISTORY-ON-FILE       VALUE 'Y'.
           05  QA-SW-REPLACEMENT        PIC X(01) VALUE 'N'.
               88  QA-REPLACEMENT-ON-FILE   VALUE 'Y'.
           05  QA-SW-RSH-DONE           PIC X(01) VALUE 'N'.
               88  QA-RSH-DONE              VALUE 'Y'.

      *---------------------------------------------------------------*
      * RUN COUNTS -- printed in the trailer and reported in the      *
      * end-of-run audit entry.                                       *
      *---------------------------------------------------------------*
       01  QA-RUN-COUNTS.
           05  QA-CNT-READ              PIC 9(07) VALUE ZERO.
           05  QA-CNT-REVERSED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-REPLACED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-REJECTED          PIC 9(07) VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * DUAL-CONTROL THRESHOLDS -- a replacement over its type's      *
      * figure waits for approval on QAPR like any other request.     *
      *---------------------------------------------------------------*
           COPY QG1WAPT.

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
      * REPORT LINES                                                  *
      *---------------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(42)
               VALUE 'QG1CX022 - BATCH RESULT REVERSAL'.

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(06) VALUE 'REQ-ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'RSN'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'OPERATOR'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'REPL-ID'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'ACTION'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(50) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-REQ-ID            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON            PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-OPERATOR          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-REPLACE-ID        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-TEXT              PIC X(60).

       01  WS-TRAILER-LINE-1.
           05  FILLER        PIC X(20) VALUE 'RECORDS READ      :'.
           05  WS-TRL-READ              PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER        PIC X(20) VALUE 'REVERSED          :'.
           05  WS-TRL-REVERSED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER        PIC X(20) VALUE 'REPLACEMENTS      :'.
           05  WS-TRL-REPLACED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER        PIC X(20) VALUE 'REJECTED          :'.
           05  WS-TRL-REJECTED          PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * RUN DATE/TIME WORK AREAS                                      *
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
      * SHARED AUDIT LOG LINKAGE WORK AREA                            *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX022'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

       PROCEDURE DIVISION.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-REVERSE-ONE THRU 2000-REVERSE-ONE-EXIT
               UNTIL QA-RVI-END-OF-FILE

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           STOP RUN.

      *=================================================================
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           OPEN INPUT  REVIN
           IF NOT WS-REVIN-OK
               DISPLAY 'QG1CX022 - UNABLE TO OPEN REVIN, STATUS '
                       WS-REVIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O RESULTS
           IF NOT WS-RESULTS-OK
               DISPLAY 'QG1CX022 - UNABLE TO OPEN RESULTS, STATUS '
                       WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O RESHIST
      *    A freshly DEFINEd cluster that has never held a record
      *    opens with status 35; prime it with one OPEN OUTPUT and
      *    carry on.
           IF WS-RESHIST-EMPTY
               OPEN OUTPUT RESHIST
               CLOSE RESHIST
               OPEN I-O RESHIST
           END-IF
           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX022 - UNABLE TO OPEN RESHIST, STATUS '
                       WS-RESHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REQMAST
           IF WS-REQMAST-EMPTY
               OPEN OUTPUT REQMAST
               CLOSE REQMAST
               OPEN I-O REQMAST
           END-IF
           IF NOT WS-REQMAST-OK
               DISPLAY 'QG1CX022 - UNABLE TO OPEN REQMAST, STATUS '
                       WS-REQMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DEPTMAST
           IF WS-DEPTMAST-EMPTY
               MOVE 'N' TO QA-SW-DPT-USABLE
           ELSE
               IF NOT WS-DEPTMAST-OK
                   DISPLAY 'QG1CX022 - UNABLE TO OPEN DEPTMAST, STATUS '
                           WS-DEPTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REVRPT
           IF NOT WS-REVRPT-OK
               DISPLAY 'QG1CX022 - UNABLE TO OPEN REVRPT, STATUS '
                       WS-REVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT

           PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT

           PERFORM 1900-READ-REVIN THRU 1900-READ-REVIN-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-WRITE-HEADINGS
      *-----------------------------------------------------------------
       1200-WRITE-HEADINGS.
           MOVE WS-HEADING-LINE-1 TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD
           MOVE WS-HEADING-LINE-2 TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD.

       1200-WRITE-HEADINGS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-REVIN
      *-----------------------------------------------------------------
       1900-READ-REVIN.
           READ REVIN
               AT END
                   SET QA-RVI-END-OF-FILE TO TRUE
           END-READ.

       1900-READ-REVIN-EXIT.
           EXIT.

      *=================================================================
      * 2000-REVERSE-ONE -- one REVIN record.  Every check is made     *
      * before anything is written; a record that fails one is listed  *
      * REJECTED and leaves the masters untouched.  The history image  *
      * goes first, then the replacement request, then the REVERSED    *
      * mark.  A run that dies between them leaves the result still    *
      * POSTED with its history image (which QG1CX020 journals         *
      * whether or not the mark is on) and perhaps the replacement     *
      * written.  Fed again, the record finishes the job: 3550 finds   *
      * the image already kept for the result as it stands and no      *
      * second one is written, and 3300 takes a replacement already    *
      * on REQMAST for this id as added.                               *
      *=================================================================
       2000-REVERSE-ONE.
           ADD 1 TO QA-CNT-READ
           SET QA-ENTRY-VALID TO TRUE
           MOVE 'N' TO QA-SW-HISTORY
           MOVE 'N' TO QA-SW-REPLACEMENT

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE QG1-RVI-REQ-ID      TO WS-DTL-REQ-ID
           MOVE QG1-RVI-REASON      TO WS-DTL-REASON
           MOVE QG1-RVI-OPERATOR    TO WS-DTL-OPERATOR
           MOVE QG1-RVI-REPLACE-ID  TO WS-DTL-REPLACE-ID

           PERFORM 2100-CHECK-REQUEST THRU 2100-CHECK-REQUEST-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
               GO TO 2000-REVERSE-ONE-EXIT
           END-IF

           IF QG1-RVI-REPLACE-ID NOT = SPACES
               PERFORM 3300-BUILD-REPLACEMENT THRU
                       3300-BUILD-REPLACEMENT-EXIT
               IF QA-ENTRY-INVALID
                   PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
                   GO TO 2000-REVERSE-ONE-EXIT
               END-IF
           END-IF

           PERFORM 5200-STAMP-TIME THRU 5200-STAMP-TIME-EXIT
           PERFORM 3550-FIND-EARLIER-HISTORY THRU
                   3550-FIND-EARLIER-HISTORY-EXIT
           IF NOT QA-HISTORY-ON-FILE
               PERFORM 3600-WRITE-HISTORY THRU 3600-WRITE-HISTORY-EXIT
           END-IF

           IF QG1-RVI-REPLACE-ID NOT = SPACES AND
              NOT QA-REPLACEMENT-ON-FILE
               PERFORM 3700-ADD-REPLACEMENT THRU
                       3700-ADD-REPLACEMENT-EXIT
           END-IF

           SET QG1-RSM-REVERSED TO TRUE
           REWRITE QG1-RESULT-RECORD
           IF NOT WS-RESULTS-OK
               DISPLAY 'QG1CX022 - REWRITE OF RESULTS FAILED, STATUS '
                       WS-RESULTS-STATUS
                       ' REQ-ID ' QG1-RSM-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO QA-CNT-REVERSED
           MOVE 'REVERSED' TO WS-DTL-ACTION
           IF QG1-RVI-REPLACE-ID = SPACES
               MOVE 'NO REPLACEMENT RAISED' TO WS-DTL-TEXT
           ELSE
               ADD 1 TO QA-CNT-REPLACED
               IF QG1-RQM-AWAITING
                   MOVE 'REPLACEMENT ADDED, AWAITS APPROVAL ON QAPR'
                       TO WS-DTL-TEXT
               ELSE
                   MOVE 'REPLACEMENT ADDED PENDING' TO WS-DTL-TEXT
               END-IF
           END-IF
           IF QA-HISTORY-ON-FILE OR QA-REPLACEMENT-ON-FILE
               MOVE 'FINISHED FROM AN EARLIER RUN THAT STOPPED PARTWAY'
                   TO WS-DTL-TEXT
           END-IF

           MOVE WS-DETAIL-LINE TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD.

       2000-REVERSE-ONE-EXIT.
           PERFORM 1900-READ-REVIN THRU 1900-READ-REVIN-EXIT.

      *-----------------------------------------------------------------
      * 2100-CHECK-REQUEST -- a valid reason, a named operator, and a
      * stored result that is not already reversed.  An id the
      * QG1CX018 retention step has archived is no longer on the
      * master and cannot be reversed.
      *-----------------------------------------------------------------
       2100-CHECK-REQUEST.
           MOVE QG1-RVI-REASON TO QG1-RSH-REASON
           IF NOT QG1-RSH-REASON-VALID
               MOVE 'REASON CODE MUST BE OPER, DEPT, TYPE, DUPL OR OTHR'
                   TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2100-CHECK-REQUEST-EXIT
           END-IF

           IF QG1-RVI-OPERATOR = SPACES
               MOVE 'NO OPERATOR NAMED ON THE REVERSAL'
                   TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2100-CHECK-REQUEST-EXIT
           END-IF

           MOVE QG1-RVI-REQ-ID TO QG1-RSM-REQ-ID
           READ RESULTS
           EVALUATE TRUE
               WHEN WS-RESULTS-OK
                   CONTINUE
               WHEN WS-RESULTS-NOTFND
                   MOVE 'NO STORED RESULT - ARCHIVED OR NEVER RUN'
                       TO WS-DTL-TEXT
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 2100-CHECK-REQUEST-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX022 - READ OF RESULTS FAILED, STATUS '
                           WS-RESULTS-STATUS
                           ' REQ-ID ' QG1-RVI-REQ-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF QG1-RSM-REVERSED
               MOVE 'RESULT IS ALREADY REVERSED' TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       2100-CHECK-REQUEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-REJECT -- list the record with the reason 2100 or 3300
      * left in WS-DTL-TEXT.
      *-----------------------------------------------------------------
       2900-REJECT.
           ADD 1 TO QA-CNT-REJECTED
           MOVE 'REJECTED' TO WS-DTL-ACTION
           MOVE WS-DETAIL-LINE TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD.

       2900-REJECT-EXIT.
           EXIT.

      *=================================================================
      * 3300-BUILD-REPLACEMENT -- the corrected request, built in      *
      * QG1-REQMAST-RECORD ready for 3700 to add.  The id must be new  *
      * to REQMAST - unless the request there is this result's own     *
      * replacement, added by an earlier run that stopped before the   *
      * result was marked, which is taken as it stands.  The type and  *
      * department are the reversed result's; the operands are the     *
      * ones on REVIN, or the result's where left blank, and pass the  *
      * QREQ entry rules.                                              *
      *=================================================================
       3300-BUILD-REPLACEMENT.
           MOVE QG1-RVI-REPLACE-ID TO QG1-RQM-REQ-ID
           READ REQMAST
           EVALUATE TRUE
               WHEN WS-REQMAST-NOTFND
                   CONTINUE
               WHEN WS-REQMAST-OK
                   IF QG1-RQM-SOURCE-ID = QG1-RSM-REQ-ID
                       SET QA-REPLACEMENT-ON-FILE TO TRUE
                       GO TO 3300-BUILD-REPLACEMENT-EXIT
                   END-IF
                   MOVE 'REPLACEMENT ID IS ALREADY ON REQMAST'
                       TO WS-DTL-TEXT
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 3300-BUILD-REPLACEMENT-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX022 - READ OF REQMAST FAILED, STATUS '
                           WS-REQMAST-STATUS
                           ' REQ-ID ' QG1-RVI-REPLACE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 3310-RESULT-OPERANDS THRU 3310-RESULT-OPERANDS-EXIT
           IF QG1-RVI-NEW-DIVIDEND NOT = SPACES
               MOVE QG1-RVI-NEW-DIVIDEND TO WS-DIVIDEND-ENTRY
           END-IF
           IF QG1-RVI-NEW-DIVISOR NOT = SPACES
               MOVE QG1-RVI-NEW-DIVISOR  TO WS-DIVISOR-ENTRY
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
           MOVE QG1-RVI-REPLACE-ID TO QG1-RQM-REQ-ID
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
           MOVE SPACES             TO QG1-RQM-TAKEN-DATE
           MOVE QG1-RSM-REQ-ID     TO QG1-RQM-SOURCE-ID
           MOVE QG1-RVI-OPERATOR   TO QG1-RQM-KEYED-USER.

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
               MOVE 'NEW OPERANDS MUST BE ALL DIGITS' TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3320-VALIDATE-OPERANDS-EXIT
           END-IF

           IF WS-DIVISOR-ENTRY-N = ZERO AND
              QG1-RSM-REQ-TYPE NOT = 'M' AND
              QG1-RSM-REQ-TYPE NOT = 'P'
               MOVE 'THE DIVISOR MUST NOT BE ZERO' TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3320-VALIDATE-OPERANDS-EXIT
           END-IF

           IF QG1-RSM-REQ-TYPE = 'I'
               IF WS-DIVIDEND-ENTRY-N > 999999999 OR
                  WS-DIVISOR-ENTRY-N  > 999999999
                   MOVE 'INTEGER OPERANDS MUST FIT IN NINE DIGITS'
                       TO WS-DTL-TEXT
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 3320-VALIDATE-OPERANDS-EXIT
               END-IF
           END-IF

           IF QG1-RSM-REQ-TYPE = 'A' AND WS-DIVISOR-ENTRY-N > 9999
               MOVE 'ALLOCATION WAYS MUST BE 1 THROUGH 9999' TO
                   WS-DTL-TEXT
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
                   TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QA-DEPTMAST-USABLE
               MOVE 'DEPARTMENT IS NOT ON THE DEPARTMENT MASTER'
                   TO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           MOVE QG1-RSM-DEPARTMENT TO QG1-DPT-CODE
           READ DEPTMAST
           EVALUATE TRUE
               WHEN WS-DEPTMAST-OK
                   CONTINUE
               WHEN WS-DEPTMAST-NOTFND
                   MOVE 'DEPARTMENT IS NOT ON THE DEPARTMENT MASTER'
                       TO WS-DTL-TEXT
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 3330-CHECK-DEPARTMENT-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX022 - READ OF DEPTMAST FAILED, STATUS '
                           WS-DEPTMAST-STATUS
                           ' DEPT ' QG1-RSM-DEPARTMENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF QG1-DPT-ACTIVE AND QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT IS NOT ACTIVE UNTIL '
                   QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 3330-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QG1-DPT-ACTIVE AND
              NOT QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT IS INACTIVE SINCE '
                   QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
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
      * 3550-FIND-EARLIER-HISTORY -- a reversal image already on
      * RESHIST for this id holding the result exactly as it stands
      * now can only have come from an earlier run that stopped before
      * the REVERSED mark; it stands as this reversal's history.  An
      * older image of a result since run again differs and is passed.
      *-----------------------------------------------------------------
       3550-FIND-EARLIER-HISTORY.
           MOVE 'N' TO QA-SW-RSH-DONE

           MOVE LOW-VALUES     TO QG1-RSH-KEY
           MOVE QG1-RSM-REQ-ID TO QG1-RSH-REQ-ID
           START RESHIST KEY NOT < QG1-RSH-KEY
           IF WS-RESHIST-NOTFND
               GO TO 3550-FIND-EARLIER-HISTORY-EXIT
           END-IF
           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX022 - START OF RESHIST FAILED, STATUS '
                       WS-RESHIST-STATUS
                       ' REQ-ID ' QG1-RSM-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3560-CHECK-ONE-HISTORY THRU
                   3560-CHECK-ONE-HISTORY-EXIT
               UNTIL QA-RSH-DONE OR QA-HISTORY-ON-FILE.

       3550-FIND-EARLIER-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3560-CHECK-ONE-HISTORY
      *-----------------------------------------------------------------
       3560-CHECK-ONE-HISTORY.
           READ RESHIST NEXT RECORD
               AT END
                   SET QA-RSH-DONE TO TRUE
                   GO TO 3560-CHECK-ONE-HISTORY-EXIT
           END-READ

           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX022 - READ OF RESHIST FAILED, STATUS '
                       WS-RESHIST-STATUS
                       ' REQ-ID ' QG1-RSM-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF QG1-RSH-REQ-ID NOT = QG1-RSM-REQ-ID
               SET QA-RSH-DONE TO TRUE
               GO TO 3560-CHECK-ONE-HISTORY-EXIT
           END-IF

           IF QG1-RSH-REVERSED AND
              QG1-RSH-RESULT-IMAGE = QG1-RESULT-RECORD
               SET QA-HISTORY-ON-FILE TO TRUE
           END-IF.

       3560-CHECK-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-WRITE-HISTORY -- the result exactly as it stood, keyed on
      * the id and the reversal time, onto RESHIST.  Two reversals of
      * one id in the same second cannot happen - the second would
      * have found the result already reversed.
      *-----------------------------------------------------------------
       3600-WRITE-HISTORY.
           MOVE SPACES             TO QG1-RESHIST-RECORD
           MOVE QG1-RSM-REQ-ID     TO QG1-RSH-REQ-ID
           MOVE WS-CURRENT-DATE    TO QG1-RSH-HIST-DATE
           MOVE WS-CURRENT-TIME    TO QG1-RSH-HIST-TIME
           SET QG1-RSH-REVERSED    TO TRUE
           MOVE QG1-RVI-REASON     TO QG1-RSH-REASON
           MOVE QG1-RVI-OPERATOR   TO QG1-RSH-OPERATOR
           MOVE 'QG1CX022'         TO QG1-RSH-PROGRAM-ID
           MOVE QG1-RVI-REPLACE-ID TO QG1-RSH-REPLACE-ID
           MOVE QG1-RESULT-RECORD  TO QG1-RSH-RESULT-IMAGE

           WRITE QG1-RESHIST-RECORD
           IF NOT WS-RESHIST-OK
               DISPLAY 'QG1CX022 - WRITE TO RESHIST FAILED, STATUS '
                       WS-RESHIST-STATUS
                       ' REQ-ID ' QG1-RSM-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3600-WRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3700-ADD-REPLACEMENT -- the request 3300 built, onto REQMAST.
      *-----------------------------------------------------------------
       3700-ADD-REPLACEMENT.
           MOVE WS-CURRENT-TIME TO QG1-RQM-ENTERED-TIME

           WRITE QG1-REQMAST-RECORD
           IF NOT WS-REQMAST-OK
               DISPLAY 'QG1CX022 - WRITE TO REQMAST FAILED, STATUS '
                       WS-REQMAST-STATUS
                       ' REQ-ID ' QG1-RQM-REQ-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3700-ADD-REPLACEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-STAMP-DATE
      *-----------------------------------------------------------------
       5100-STAMP-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD

           STRING WS-SD-YYYY  "-"  WS-SD-MM  "-"  WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE.

       5100-STAMP-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5200-STAMP-TIME -- the time of each reversal, for its history
      * key and the replacement's entry time.
      *-----------------------------------------------------------------
       5200-STAMP-TIME.
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-TIME
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       5200-STAMP-TIME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-WRITE-TRAILER -- the run counts.
      *-----------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD

           MOVE QA-CNT-READ TO WS-TRL-READ
           MOVE WS-TRAILER-LINE-1 TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD

           MOVE QA-CNT-REVERSED TO WS-TRL-REVERSED
           MOVE WS-TRAILER-LINE-2 TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD

           MOVE QA-CNT-REPLACED TO WS-TRL-REPLACED
           MOVE WS-TRAILER-LINE-3 TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD

           MOVE QA-CNT-REJECTED TO WS-TRL-REJECTED
           MOVE WS-TRAILER-LINE-4 TO QG1-REVRPT-LINE
           WRITE QG1-REVRPT-RECORD.

       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- 0 when every record was applied, 4 when any  *
      * was rejected.                                                  *
      *=================================================================
       9000-TERMINATE.
           IF QA-CNT-REJECTED > ZERO
               MOVE 4 TO QA-RUN-RC
           END-IF

           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT

           MOVE 'W' TO QA-AUDIT-FUNCTION
           STRING 'REVERSAL READ=' QA-CNT-READ
               ' REV=' QA-CNT-REVERSED
               ' REPL=' QA-CNT-REPLACED
               ' REJ=' QA-CNT-REJECTED
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           CLOSE REVIN
           CLOSE RESULTS
           CLOSE RESHIST
           CLOSE REQMAST
           IF QA-DEPTMAST-USABLE
               CLOSE DEPTMAST
           END-IF
           CLOSE REVRPT

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX022.
