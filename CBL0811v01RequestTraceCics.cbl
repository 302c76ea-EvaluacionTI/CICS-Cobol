      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 CICS Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Transaction QTRC - request lifecycle trace (map
      *               QG1MAPT in mapset QG1MST1).
      *               Takes a request id and puts its whole life on
      *               one screen in time order, instead of a walk
      *               through QREQ, QREP, QRES and QAUD:
      *                 - entry and every change, approval, repair
      *                   and cancellation, from the AUDITLOG entries
      *                   QREQ (QG1CX035), QAPR (QG1CX040), QREP
      *                   (QG1CX033) and the bulk upload (QG1CX025)
      *                   write - falling back on the
      *                   stamps on REQMAST and REPAIRS once the month-
      *                   end QG1CX015 has moved those entries off to
      *                   AUDHIST;
      *                 - generation off a standing order and the
      *                   extract to DIVREQ by QG1CX016 (REQMAST);
      *                 - the reject with its reason code and the
      *                   recycle (REPAIRS);
      *                 - every posted result, rerun overwrite and
      *                   reversal (RESULTS and RESHIST);
      *                 - the move to the archive by QG1CX018 (ARCHIX).
      *               Each event shows its date, time, program and
      *               operator where the file it came from records
      *               them; the nightly batch stamps a date only, so
      *               its events follow the day's online work in
      *               chain order.  A generated request is linked
      *               back to its standing order, and a replacement
      *               to the result it corrects, through
      *               QG1-RQM-SOURCE-ID.  Read-only - nothing is
      *               written, so nothing is logged.
      * Tectonics   : translate with DFHEAP1$ / DFHECP1$, then cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version - transaction QTRC, map QG1MAPT.
      *  10/15/2026 DS  The per-request entries of the QG1CX025 bulk
      *                 upload are traced with QREQ's.  With no entry
      *                 left on the trail, the REQMAST entry stamp no
      *                 longer names QREQ, since an uploaded request
      *                 carries the same stamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX042.
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
           COPY QG1MST1.

      *---------------------------------------------------------------*
      * REQUEST-MASTER RECORD -- the traced id, then the standing     *
      * order or reversed request it points back to.                  *
      *---------------------------------------------------------------*
           COPY QG1WRQM.

      *---------------------------------------------------------------*
      * REPAIR-MASTER RECORD -- the latest reject and what QREP did   *
      * with it.                                                      *
      *---------------------------------------------------------------*
           COPY QG1WRPR.

      *---------------------------------------------------------------*
      * RESULTS-MASTER RECORD -- the live posted result.              *
      *---------------------------------------------------------------*
           COPY QG1WRSM.

      *---------------------------------------------------------------*
      * RESULT-HISTORY RECORD -- every overwrite and reversal, with   *
      * the image of the result as it stood before.                   *
      *---------------------------------------------------------------*
           COPY QG1WRSH.

      *---------------------------------------------------------------*
      * ARCHIVE-INDEX RECORD -- present once QG1CX018 has moved the   *
      * result off the live master.                                   *
      *---------------------------------------------------------------*
           COPY QG1WRSX.

      *---------------------------------------------------------------*
      * AUDIT-TRAIL RECORD -- browsed through the AUDITLOG ESDS file  *
      * definition the same way QAUD (QG1CX034) browses it.           *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

      *---------------------------------------------------------------*
      * A RESULT IMAGE TAKEN BACK OUT OF A RESHIST RECORD             *
      *---------------------------------------------------------------*
           COPY QG1WRSM REPLACING
               ==QG1-RESULT-RECORD==  BY ==QG1-HISTORY-RESULT==
               LEADING ==QG1-RSM-==   BY ==QG1-HRS-==.

      *---------------------------------------------------------------*
      * PSEUDO-CONVERSATIONAL COMMAREA -- the id being traced and the *
      * page the operator is looking at.                              *
      *---------------------------------------------------------------*
       01  QG1-TRACE-COMMAREA.
           05  QG1-TRC-FUNCTION         PIC X(01).
               88  QG1-TRC-FN-PROMPT        VALUE 'P'.
               88  QG1-TRC-FN-PAGING        VALUE 'T'.
           05  QG1-TRC-REQ-ID           PIC X(06).
           05  QG1-TRC-PAGE             PIC 9(04).

      *---------------------------------------------------------------*
      * MISCELLANEOUS WORK AREAS                                      *
      *---------------------------------------------------------------*
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-BROWSE-RBA                PIC S9(08) COMP.
       01  WS-HIST-KEY                  PIC X(24).
       01  WS-STATUS-TEXT               PIC X(14) VALUE SPACES.
       01  WS-LINK-TEXT                 PIC X(79) VALUE SPACES.
       01  WS-SOURCE-ID                 PIC X(06) VALUE SPACES.
       01  WS-TRACED-DEPARTMENT         PIC X(08) VALUE SPACES.
       01  WS-TRACED-REQ-TYPE           PIC X(01) VALUE SPACES.
       01  WS-EDITED-RESULT             PIC -(12)9.99.
       01  WS-EDITED-GEN-COUNT          PIC ZZ9.

      *---------------------------------------------------------------*
      * AUDIT ENTRY VIEW -- the per-request entries the online        *
      * screens write are 'USER=uuuuuuuu TERM=tttt verb______ id____' *
      * followed by the detail, so the id and the operator sit at     *
      * fixed offsets in QG1-AUD-SUMMARY.                             *
      *---------------------------------------------------------------*
       01  WS-AUDIT-VIEW.
           05  WS-AUV-USER-TAG          PIC X(05).
               88  WS-AUV-PER-REQUEST       VALUE 'USER='.
           05  WS-AUV-OPERATOR          PIC X(08).
           05  FILLER                   PIC X(06).
           05  WS-AUV-TERMINAL          PIC X(04).
           05  FILLER                   PIC X(01).
           05  WS-AUV-VERB              PIC X(10).
           05  FILLER                   PIC X(01).
           05  WS-AUV-REQ-ID            PIC X(06).
           05  WS-AUV-ID-END            PIC X(01).
           05  WS-AUV-DETAIL            PIC X(38).

       01  WS-AUDIT-PROGRAM             PIC X(08).
           88  WS-AUD-TRACED-WRITER         VALUE 'QG1CX033'
                                                  'QG1CX035'
                                                  'QG1CX025'
                                                  'QG1CX040'.

       01  QA-SWITCHES.
           05  QA-SW-BROWSE-EOF         PIC X(01) VALUE 'N'.
               88  QA-BROWSE-EOF            VALUE 'Y'.
           05  QA-SW-RQM-FOUND          PIC X(01) VALUE 'N'.
               88  QA-RQM-FOUND             VALUE 'Y'.
           05  QA-SW-RSM-FOUND          PIC X(01) VALUE 'N'.
               88  QA-RSM-FOUND             VALUE 'Y'.
           05  QA-SW-KEYED-SEEN         PIC X(01) VALUE 'N'.
               88  QA-KEYED-SEEN            VALUE 'Y'.
           05  QA-SW-REPAIR-SEEN        PIC X(01) VALUE 'N'.
               88  QA-REPAIR-SEEN           VALUE 'Y'.
           05  QA-SW-TABLE-FULL         PIC X(01) VALUE 'N'.
               88  QA-TABLE-FULL            VALUE 'Y'.
           05  QA-SW-SLOT-FOUND         PIC X(01) VALUE 'N'.
               88  QA-SLOT-FOUND            VALUE 'Y'.

      *---------------------------------------------------------------*
      * EVENT TABLE -- every event found, kept in time order as it is *
      * added.  The key is the date, then a class - 1 for an event    *
      * stamped with a clock time, 2 for the nightly batch, which     *
      * stamps the date only and runs after the day's online work -   *
      * then the time, then the batch step: 1 QG1CX016 extract,       *
      * 2 QG1CX013 post, 3 QG1CX013 reject, 4 QG1CX014 recycle,       *
      * 5 QG1CX018 archive.  Equal keys keep the order they were      *
      * added in.                                                     *
      *---------------------------------------------------------------*
       01  QA-EVENT-WORK.
           05  QA-EVT-MAX               PIC 9(04) VALUE 40.
           05  QA-EVT-COUNT             PIC 9(04) VALUE ZERO.
           05  QA-EVT-SUB               PIC 9(04) COMP VALUE ZERO.
           05  QA-EVT-NEXT              PIC 9(04) COMP VALUE ZERO.

       01  QA-NEW-EVENT.
           05  QA-NEW-KEY.
               10  QA-NEW-KEY-DATE      PIC X(10).
               10  QA-NEW-KEY-CLASS     PIC X(01).
                   88  QA-NEW-TIMED         VALUE '1'.
                   88  QA-NEW-BATCH         VALUE '2'.
               10  QA-NEW-KEY-TIME      PIC X(08).
               10  QA-NEW-KEY-STEP      PIC X(01).
                   88  QA-NEW-STEP-EXTRACT  VALUE '1'.
                   88  QA-NEW-STEP-POST     VALUE '2'.
                   88  QA-NEW-STEP-REJECT   VALUE '3'.
                   88  QA-NEW-STEP-RECYCLE  VALUE '4'.
                   88  QA-NEW-STEP-ARCHIVE  VALUE '5'.
           05  QA-NEW-LINE.
               10  QA-NEW-DATE          PIC X(10).
               10  FILLER               PIC X(01).
               10  QA-NEW-TIME          PIC X(08).
               10  FILLER               PIC X(01).
               10  QA-NEW-PROGRAM       PIC X(08).
               10  FILLER               PIC X(01).
               10  QA-NEW-OPERATOR      PIC X(08).
               10  FILLER               PIC X(01).
               10  QA-NEW-TEXT          PIC X(41).

       01  QA-EVENT-TABLE.
           05  QA-EVT-ENTRY             OCCURS 40 TIMES.
               10  QA-EVT-KEY           PIC X(20).
               10  QA-EVT-LINE          PIC X(79).

      *---------------------------------------------------------------*
      * PAGE-BUILD WORK                                               *
      *---------------------------------------------------------------*
       01  QA-PAGE-WORK.
           05  QA-PAGE-SIZE             PIC 9(04) VALUE 12.
           05  QA-PAGE-FIRST            PIC 9(04) VALUE ZERO.
           05  QA-LINES-FILLED          PIC 9(04) VALUE ZERO.
           05  QA-LINE-SUB              PIC 9(04) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(11).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
           ELSE
               MOVE DFHCOMMAREA TO QG1-TRACE-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
                   WHEN EIBAID = DFHPF7
                       PERFORM 3000-PAGE-BACKWARD THRU
                               3000-PAGE-BACKWARD-EXIT
                   WHEN EIBAID = DFHPF8
                       PERFORM 4000-PAGE-FORWARD THRU
                               4000-PAGE-FORWARD-EXIT
                   WHEN EIBAID = DFHENTER
                       PERFORM 2000-RECEIVE-ID THRU
                               2000-RECEIVE-ID-EXIT
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
           MOVE SPACES TO QG1-TRACE-COMMAREA
           MOVE 'KEY A REQUEST ID, THEN PRESS ENTER' TO WS-MESSAGE

           PERFORM 7500-SEND-PROMPT THRU 7500-SEND-PROMPT-EXIT.

       1000-FIRST-ENTRY-EXIT.
           EXIT.

      *=================================================================
      * 2000-RECEIVE-ID -- operator keyed an id; trace it from page    *
      * one.                                                           *
      *=================================================================
       2000-RECEIVE-ID.
           EXEC CICS RECEIVE MAP('QG1MAPT') MAPSET('QG1MST1')
               INTO(QG1MAPTI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ THE SCREEN - TRY AGAIN' TO
                   WS-MESSAGE
               PERFORM 7500-SEND-PROMPT THRU 7500-SEND-PROMPT-EXIT
               GO TO 2000-RECEIVE-ID-EXIT
           END-IF

           IF QTREQI = SPACES OR QTREQI = LOW-VALUES
               MOVE 'A REQUEST ID IS REQUIRED' TO WS-MESSAGE
               PERFORM 7500-SEND-PROMPT THRU 7500-SEND-PROMPT-EXIT
               GO TO 2000-RECEIVE-ID-EXIT
           END-IF

           MOVE QTREQI TO QG1-TRC-REQ-ID
           MOVE 1      TO QG1-TRC-PAGE

           PERFORM 5000-BUILD-TRACE THRU 5000-BUILD-TRACE-EXIT

           IF QA-EVT-COUNT = ZERO AND NOT QA-RQM-FOUND
               STRING 'NOTHING ON FILE FOR REQUEST ' QG1-TRC-REQ-ID
                   ' - CHECK THE ID'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 7500-SEND-PROMPT THRU 7500-SEND-PROMPT-EXIT
               GO TO 2000-RECEIVE-ID-EXIT
           END-IF

           PERFORM 7000-SEND-TRACE THRU 7000-SEND-TRACE-EXIT.

       2000-RECEIVE-ID-EXIT.
           EXIT.

      *=================================================================
      * 3000-PAGE-BACKWARD -- PF7.                                     *
      *=================================================================
       3000-PAGE-BACKWARD.
           IF NOT QG1-TRC-FN-PAGING
               MOVE 'KEY A REQUEST ID, THEN PRESS ENTER' TO WS-MESSAGE
               PERFORM 7500-SEND-PROMPT THRU 7500-SEND-PROMPT-EXIT
               GO TO 3000-PAGE-BACKWARD-EXIT
           END-IF

           IF QG1-TRC-PAGE > 1
               SUBTRACT 1 FROM QG1-TRC-PAGE
           ELSE
               MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
           END-IF

           PERFORM 5000-BUILD-TRACE THRU 5000-BUILD-TRACE-EXIT

           PERFORM 7000-SEND-TRACE THRU 7000-SEND-TRACE-EXIT.

       3000-PAGE-BACKWARD-EXIT.
           EXIT.

      *=================================================================
      * 4000-PAGE-FORWARD -- PF8.                                      *
      *=================================================================
       4000-PAGE-FORWARD.
           IF NOT QG1-TRC-FN-PAGING
               MOVE 'KEY A REQUEST ID, THEN PRESS ENTER' TO WS-MESSAGE
               PERFORM 7500-SEND-PROMPT THRU 7500-SEND-PROMPT-EXIT
               GO TO 4000-PAGE-FORWARD-EXIT
           END-IF

           PERFORM 5000-BUILD-TRACE THRU 5000-BUILD-TRACE-EXIT

           IF QG1-TRC-PAGE * QA-PAGE-SIZE < QA-EVT-COUNT
               ADD 1 TO QG1-TRC-PAGE
           ELSE
               MOVE 'ALREADY AT THE LAST PAGE' TO WS-MESSAGE
           END-IF

           PERFORM 7000-SEND-TRACE THRU 7000-SEND-TRACE-EXIT.

       4000-PAGE-FORWARD-EXIT.
           EXIT.

      *=================================================================
      * 5000-BUILD-TRACE -- gather every event for the id into the     *
      * table.  The audit trail goes first so the master-file stamps   *
      * are only used for what it no longer holds.                     *
      *=================================================================
       5000-BUILD-TRACE.
           MOVE ZERO   TO QA-EVT-COUNT
           MOVE SPACES TO QA-EVENT-TABLE WS-STATUS-TEXT WS-LINK-TEXT
                          WS-SOURCE-ID WS-TRACED-DEPARTMENT
                          WS-TRACED-REQ-TYPE
           MOVE 'N'    TO QA-SW-RQM-FOUND QA-SW-RSM-FOUND
                          QA-SW-KEYED-SEEN QA-SW-REPAIR-SEEN
                          QA-SW-TABLE-FULL
           MOVE SPACES TO QG1-REQMAST-RECORD

           PERFORM 5100-SCAN-AUDIT-TRAIL THRU
                   5100-SCAN-AUDIT-TRAIL-EXIT

           PERFORM 5200-TRACE-REQMAST THRU 5200-TRACE-REQMAST-EXIT

           PERFORM 5300-TRACE-REPAIRS THRU 5300-TRACE-REPAIRS-EXIT

           PERFORM 5400-TRACE-RESULTS THRU 5400-TRACE-RESULTS-EXIT

           PERFORM 5500-TRACE-HISTORY THRU 5500-TRACE-HISTORY-EXIT

           PERFORM 5600-TRACE-ARCHIVE THRU 5600-TRACE-ARCHIVE-EXIT

           PERFORM 5700-BUILD-LINK THRU 5700-BUILD-LINK-EXIT.

       5000-BUILD-TRACE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-SCAN-AUDIT-TRAIL -- browse the whole trail from RBA zero
      * for the per-request entries QREQ, QAPR, QREP and the QG1CX025
      * upload wrote for this id.  QREV's entries are left to RESHIST,
      * which carries the reason and the replacement as well.
      *-----------------------------------------------------------------
       5100-SCAN-AUDIT-TRAIL.
           MOVE 'N'  TO QA-SW-BROWSE-EOF
           MOVE ZERO TO WS-BROWSE-RBA

           EXEC CICS STARTBR FILE('AUDITLOG') RIDFLD(WS-BROWSE-RBA)
               RBA GTEQ RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5100-SCAN-AUDIT-TRAIL-EXIT
           END-IF

           PERFORM 5110-READ-NEXT-AUDIT THRU
                   5110-READ-NEXT-AUDIT-EXIT
               UNTIL QA-BROWSE-EOF

           EXEC CICS ENDBR FILE('AUDITLOG') RESP(WS-RESP) END-EXEC.

       5100-SCAN-AUDIT-TRAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5110-READ-NEXT-AUDIT
      *-----------------------------------------------------------------
       5110-READ-NEXT-AUDIT.
           EXEC CICS READNEXT FILE('AUDITLOG')
               INTO(QG1-AUDIT-RECORD) RIDFLD(WS-BROWSE-RBA) RBA
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET QA-BROWSE-EOF TO TRUE
               GO TO 5110-READ-NEXT-AUDIT-EXIT
           END-IF

           MOVE QG1-AUD-PROGRAM-ID TO WS-AUDIT-PROGRAM
           MOVE QG1-AUD-SUMMARY    TO WS-AUDIT-VIEW

           IF NOT WS-AUD-TRACED-WRITER OR
              NOT WS-AUV-PER-REQUEST OR
              WS-AUV-REQ-ID NOT = QG1-TRC-REQ-ID OR
              WS-AUV-ID-END NOT = SPACE
               GO TO 5110-READ-NEXT-AUDIT-EXIT
           END-IF

           IF WS-AUDIT-PROGRAM = 'QG1CX033'
               SET QA-REPAIR-SEEN TO TRUE
           END-IF
           IF WS-AUDIT-PROGRAM = 'QG1CX035' OR
              WS-AUDIT-PROGRAM = 'QG1CX025'
               SET QA-KEYED-SEEN TO TRUE
           END-IF

           MOVE SPACES             TO QA-NEW-EVENT
           MOVE QG1-AUD-RUN-DATE   TO QA-NEW-KEY-DATE QA-NEW-DATE
           SET  QA-NEW-TIMED       TO TRUE
           MOVE QG1-AUD-RUN-TIME   TO QA-NEW-KEY-TIME QA-NEW-TIME
           MOVE QG1-AUD-PROGRAM-ID TO QA-NEW-PROGRAM
           MOVE WS-AUV-OPERATOR    TO QA-NEW-OPERATOR
           STRING WS-AUV-VERB ' ' WS-AUV-DETAIL
               DELIMITED BY SIZE INTO QA-NEW-TEXT

           PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT.

       5110-READ-NEXT-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5200-TRACE-REQMAST -- the master record: its status for the
      * heading, how it came to be when the trail no longer says,
      * and the QG1CX016 extract.
      *-----------------------------------------------------------------
       5200-TRACE-REQMAST.
           MOVE QG1-TRC-REQ-ID TO QG1-RQM-REQ-ID

           EXEC CICS READ FILE('REQMAST') INTO(QG1-REQMAST-RECORD)
               RIDFLD(QG1-RQM-REQ-ID) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES           TO QG1-REQMAST-RECORD
               MOVE 'NOT ON REQMAST' TO WS-STATUS-TEXT
               GO TO 5200-TRACE-REQMAST-EXIT
           END-IF

           SET QA-RQM-FOUND TO TRUE
           MOVE QG1-RQM-SOURCE-ID  TO WS-SOURCE-ID
           MOVE QG1-RQM-DEPARTMENT TO WS-TRACED-DEPARTMENT
           MOVE QG1-RQM-REQ-TYPE   TO WS-TRACED-REQ-TYPE

           EVALUATE TRUE
               WHEN QG1-RQM-PENDING
                   MOVE 'PENDING'   TO WS-STATUS-TEXT
               WHEN QG1-RQM-TAKEN
                   MOVE 'TAKEN'     TO WS-STATUS-TEXT
               WHEN QG1-RQM-STANDING
                   MOVE 'STANDING'  TO WS-STATUS-TEXT
               WHEN QG1-RQM-SUSPENDED
                   MOVE 'SUSPENDED' TO WS-STATUS-TEXT
               WHEN QG1-RQM-RETIRED
                   MOVE 'RETIRED'   TO WS-STATUS-TEXT
               WHEN QG1-RQM-AWAITING
                   MOVE 'AWAITING'  TO WS-STATUS-TEXT
               WHEN QG1-RQM-DECLINED
                   MOVE 'DECLINED'  TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE QG1-RQM-STATUS TO WS-STATUS-TEXT
           END-EVALUATE

      *    A generated request carries its standing id and no entry
      *    time; QG1CX016 wrote it the night it was extracted.
           IF QG1-RQM-SOURCE-ID NOT = SPACES AND
              QG1-RQM-ENTERED-TIME = SPACES
               MOVE SPACES               TO QA-NEW-EVENT
               MOVE QG1-RQM-ENTERED-DATE TO QA-NEW-KEY-DATE
                                            QA-NEW-DATE
               SET  QA-NEW-BATCH         TO TRUE
               SET  QA-NEW-STEP-EXTRACT  TO TRUE
               MOVE 'QG1CX016'           TO QA-NEW-PROGRAM
               STRING 'GENERATED FROM STANDING ORDER '
                   QG1-RQM-SOURCE-ID
                   DELIMITED BY SIZE INTO QA-NEW-TEXT
               PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
           ELSE
               IF NOT QA-KEYED-SEEN AND
                  QG1-RQM-ENTERED-DATE NOT = SPACES
                   MOVE SPACES               TO QA-NEW-EVENT
                   MOVE QG1-RQM-ENTERED-DATE TO QA-NEW-KEY-DATE
                                                QA-NEW-DATE
                   SET  QA-NEW-TIMED         TO TRUE
                   MOVE QG1-RQM-ENTERED-TIME TO QA-NEW-KEY-TIME
                                                QA-NEW-TIME
                   MOVE QG1-RQM-KEYED-USER   TO QA-NEW-OPERATOR
                   IF QG1-RQM-SOURCE-ID NOT = SPACES
                       STRING 'RAISED AS REPLACEMENT FOR '
                           QG1-RQM-SOURCE-ID
                           DELIMITED BY SIZE INTO QA-NEW-TEXT
                   ELSE
                       MOVE 'ENTERED (REQMAST STAMP, PROGRAM UNKNOWN)'
                           TO QA-NEW-TEXT
                   END-IF
                   PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
               END-IF
           END-IF

           IF QG1-RQM-TAKEN-DATE NOT = SPACES
               MOVE SPACES              TO QA-NEW-EVENT
               MOVE QG1-RQM-TAKEN-DATE  TO QA-NEW-KEY-DATE QA-NEW-DATE
               SET  QA-NEW-BATCH        TO TRUE
               SET  QA-NEW-STEP-EXTRACT TO TRUE
               MOVE 'QG1CX016'          TO QA-NEW-PROGRAM
               MOVE 'EXTRACTED TO DIVREQ, FLAGGED TAKEN'
                   TO QA-NEW-TEXT
               PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
           END-IF.

       5200-TRACE-REQMAST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5300-TRACE-REPAIRS -- the reject QG1CX014 loaded from the
      * day's DIVREJ, the repair or cancellation on QREP (when the
      * trail no longer has it) and the recycle into the next run.
      * REPAIRS holds only the latest reject of a recycled id.
      *-----------------------------------------------------------------
       5300-TRACE-REPAIRS.
           MOVE QG1-TRC-REQ-ID TO QG1-RPR-REQ-ID

           EXEC CICS READ FILE('REPAIRS') INTO(QG1-REPAIR-RECORD)
               RIDFLD(QG1-RPR-REQ-ID) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5300-TRACE-REPAIRS-EXIT
           END-IF

           MOVE SPACES              TO QA-NEW-EVENT
           MOVE QG1-RPR-REJECT-DATE TO QA-NEW-KEY-DATE QA-NEW-DATE
           SET  QA-NEW-BATCH        TO TRUE
           SET  QA-NEW-STEP-REJECT  TO TRUE
           MOVE 'QG1CX013'          TO QA-NEW-PROGRAM
           EVALUATE QG1-RPR-REASON-CODE
               WHEN 'NEG1'
                   MOVE 'REJECTED NEG1 - NEGATIVE OPERAND'
                       TO QA-NEW-TEXT
               WHEN 'ZDIV'
                   MOVE 'REJECTED ZDIV - ZERO DIVISOR' TO QA-NEW-TEXT
               WHEN 'OVFL'
                   MOVE 'REJECTED OVFL - RESULT OVERFLOW'
                       TO QA-NEW-TEXT
               WHEN 'SIZE'
                   MOVE 'REJECTED SIZE - SIZE ERROR' TO QA-NEW-TEXT
               WHEN 'DUPL'
                   MOVE 'REJECTED DUPL - DUPLICATE ID IN BATCH'
                       TO QA-NEW-TEXT
               WHEN OTHER
                   STRING 'REJECTED ' QG1-RPR-REASON-CODE
                       DELIMITED BY SIZE INTO QA-NEW-TEXT
           END-EVALUATE
           PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT

           IF NOT QA-REPAIR-SEEN AND
              QG1-RPR-REPAIR-DATE NOT = SPACES
               MOVE SPACES              TO QA-NEW-EVENT
               MOVE QG1-RPR-REPAIR-DATE TO QA-NEW-KEY-DATE QA-NEW-DATE
               SET  QA-NEW-TIMED        TO TRUE
               MOVE QG1-RPR-REPAIR-TIME TO QA-NEW-KEY-TIME QA-NEW-TIME
               MOVE 'QG1CX033'          TO QA-NEW-PROGRAM
               MOVE QG1-RPR-REPAIR-OPER TO QA-NEW-OPERATOR
               IF QG1-RPR-CANCELLED
                   MOVE 'CANCELLED ON QREP (REPAIRS STAMP)'
                       TO QA-NEW-TEXT
               ELSE
                   MOVE 'REPAIRED ON QREP (REPAIRS STAMP)'
                       TO QA-NEW-TEXT
               END-IF
               PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
           END-IF

      *    QG1CX014 stamps no date on the recycle; it goes out on the
      *    first run after the repair, so it is placed there undated.
           IF QG1-RPR-TAKEN
               MOVE SPACES              TO QA-NEW-EVENT
               MOVE QG1-RPR-REPAIR-DATE TO QA-NEW-KEY-DATE
               SET  QA-NEW-BATCH        TO TRUE
               SET  QA-NEW-STEP-RECYCLE TO TRUE
               MOVE 'QG1CX014'          TO QA-NEW-PROGRAM
               MOVE 'RECYCLED INTO THE NEXT DIVREQ RUN'
                   TO QA-NEW-TEXT
               PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
           END-IF.

       5300-TRACE-REPAIRS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5400-TRACE-RESULTS -- the live posted result.
      *-----------------------------------------------------------------
       5400-TRACE-RESULTS.
           MOVE QG1-TRC-REQ-ID TO QG1-RSM-REQ-ID

           EXEC CICS READ FILE('RESULTS') INTO(QG1-RESULT-RECORD)
               RIDFLD(QG1-RSM-REQ-ID) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5400-TRACE-RESULTS-EXIT
           END-IF

           SET QA-RSM-FOUND TO TRUE
           IF NOT QA-RQM-FOUND
               MOVE QG1-RSM-SOURCE-ID  TO WS-SOURCE-ID
               MOVE QG1-RSM-DEPARTMENT TO WS-TRACED-DEPARTMENT
               MOVE QG1-RSM-REQ-TYPE   TO WS-TRACED-REQ-TYPE
           END-IF

           MOVE SPACES             TO QA-NEW-EVENT
           MOVE QG1-RSM-RUN-DATE   TO QA-NEW-KEY-DATE QA-NEW-DATE
           SET  QA-NEW-BATCH       TO TRUE
           SET  QA-NEW-STEP-POST   TO TRUE
           MOVE 'QG1CX013'         TO QA-NEW-PROGRAM
           MOVE QG1-RSM-QUOTIENT   TO WS-EDITED-RESULT
           STRING 'POSTED, RESULT ' WS-EDITED-RESULT
               DELIMITED BY SIZE INTO QA-NEW-TEXT
           PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT.

       5400-TRACE-RESULTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5500-TRACE-HISTORY -- every RESHIST generation of the id.  An
      * overwrite also brings back the posting it replaced, from the
      * image it kept.
      *-----------------------------------------------------------------
       5500-TRACE-HISTORY.
           MOVE 'N'            TO QA-SW-BROWSE-EOF
           MOVE LOW-VALUES     TO WS-HIST-KEY
           MOVE QG1-TRC-REQ-ID TO WS-HIST-KEY (1:6)

           EXEC CICS STARTBR FILE('RESHIST') RIDFLD(WS-HIST-KEY)
               GTEQ RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5500-TRACE-HISTORY-EXIT
           END-IF

           PERFORM 5510-READ-NEXT-HISTORY THRU
                   5510-READ-NEXT-HISTORY-EXIT
               UNTIL QA-BROWSE-EOF

           EXEC CICS ENDBR FILE('RESHIST') RESP(WS-RESP) END-EXEC.

       5500-TRACE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5510-READ-NEXT-HISTORY -- one step of the browse; stop at the
      * first record for another id.
      *-----------------------------------------------------------------
       5510-READ-NEXT-HISTORY.
           EXEC CICS READNEXT FILE('RESHIST')
               INTO(QG1-RESHIST-RECORD) RIDFLD(WS-HIST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              QG1-RSH-REQ-ID NOT = QG1-TRC-REQ-ID
               SET QA-BROWSE-EOF TO TRUE
               GO TO 5510-READ-NEXT-HISTORY-EXIT
           END-IF

           MOVE QG1-RSH-RESULT-IMAGE TO QG1-HISTORY-RESULT

           IF QG1-RSH-OVERWRITTEN
               MOVE SPACES             TO QA-NEW-EVENT
               MOVE QG1-HRS-RUN-DATE   TO QA-NEW-KEY-DATE QA-NEW-DATE
               SET  QA-NEW-BATCH       TO TRUE
               SET  QA-NEW-STEP-POST   TO TRUE
               MOVE 'QG1CX013'         TO QA-NEW-PROGRAM
               MOVE QG1-HRS-QUOTIENT   TO WS-EDITED-RESULT
               STRING 'POSTED, RESULT ' WS-EDITED-RESULT
                   DELIMITED BY SIZE INTO QA-NEW-TEXT
               PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
           END-IF

           MOVE SPACES              TO QA-NEW-EVENT
           MOVE QG1-RSH-HIST-DATE   TO QA-NEW-KEY-DATE QA-NEW-DATE
           SET  QA-NEW-TIMED        TO TRUE
           MOVE QG1-RSH-HIST-TIME   TO QA-NEW-KEY-TIME QA-NEW-TIME
           MOVE QG1-RSH-PROGRAM-ID  TO QA-NEW-PROGRAM
           MOVE QG1-RSH-OPERATOR    TO QA-NEW-OPERATOR

           IF QG1-RSH-OVERWRITTEN
               MOVE 'RESULT OVERWRITTEN BY A RERUN OF THE ID'
                   TO QA-NEW-TEXT
           ELSE
               IF QG1-RSH-REPLACE-ID = SPACES
                   STRING 'REVERSED RSN=' QG1-RSH-REASON
                       ', NO REPLACEMENT'
                       DELIMITED BY SIZE INTO QA-NEW-TEXT
               ELSE
                   STRING 'REVERSED RSN=' QG1-RSH-REASON
                       ', REPLACED BY ' QG1-RSH-REPLACE-ID
                       DELIMITED BY SIZE INTO QA-NEW-TEXT
               END-IF
           END-IF

           PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT.

       5510-READ-NEXT-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5600-TRACE-ARCHIVE -- moved off the live master by the
      * QG1CX018 retention step; the posting itself is then only
      * known from the index.
      *-----------------------------------------------------------------
       5600-TRACE-ARCHIVE.
           MOVE QG1-TRC-REQ-ID TO QG1-RSX-REQ-ID

           EXEC CICS READ FILE('ARCHIX') INTO(QG1-ARCHIX-RECORD)
               RIDFLD(QG1-RSX-REQ-ID) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5600-TRACE-ARCHIVE-EXIT
           END-IF

           IF NOT QA-RSM-FOUND
               MOVE SPACES            TO QA-NEW-EVENT
               MOVE QG1-RSX-RUN-DATE  TO QA-NEW-KEY-DATE QA-NEW-DATE
               SET  QA-NEW-BATCH      TO TRUE
               SET  QA-NEW-STEP-POST  TO TRUE
               MOVE 'QG1CX013'        TO QA-NEW-PROGRAM
               MOVE 'POSTED (RESULT NOW ON THE ARCHIVE)'
                   TO QA-NEW-TEXT
               PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
           END-IF

           MOVE SPACES              TO QA-NEW-EVENT
           MOVE QG1-RSX-ARCH-DATE   TO QA-NEW-KEY-DATE QA-NEW-DATE
           SET  QA-NEW-BATCH        TO TRUE
           SET  QA-NEW-STEP-ARCHIVE TO TRUE
           MOVE 'QG1CX018'          TO QA-NEW-PROGRAM
           MOVE 'ARCHIVED OFF RESULTS TO RESARCH'
               TO QA-NEW-TEXT
           PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT.

       5600-TRACE-ARCHIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5700-BUILD-LINK -- where the request came from.  A source id
      * that is itself a standing order (it carries a frequency) made
      * this a generated request; any other is the result a
      * replacement corrects.  A standing order says so itself.
      *-----------------------------------------------------------------
       5700-BUILD-LINK.
           IF QA-RQM-FOUND AND QG1-RQM-FREQUENCY NOT = SPACES
               MOVE QG1-RQM-GEN-COUNT TO WS-EDITED-GEN-COUNT
               STRING 'STANDING ORDER - FREQUENCY ' QG1-RQM-FREQUENCY
                   ', NEXT DUE ' QG1-RQM-NEXT-DUE ', '
                   WS-EDITED-GEN-COUNT ' GENERATED SO FAR'
                   DELIMITED BY SIZE INTO WS-LINK-TEXT
               GO TO 5700-BUILD-LINK-EXIT
           END-IF

           IF WS-SOURCE-ID = SPACES
               GO TO 5700-BUILD-LINK-EXIT
           END-IF

           MOVE WS-SOURCE-ID TO QG1-RQM-REQ-ID
           EXEC CICS READ FILE('REQMAST') INTO(QG1-REQMAST-RECORD)
               RIDFLD(QG1-RQM-REQ-ID) RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   STRING 'SOURCE ID ' WS-SOURCE-ID
                       ' - NO LONGER ON REQMAST'
                       DELIMITED BY SIZE INTO WS-LINK-TEXT
               WHEN QG1-RQM-FREQUENCY NOT = SPACES
                   STRING 'GENERATED FROM STANDING ORDER '
                       WS-SOURCE-ID ' - FREQUENCY ' QG1-RQM-FREQUENCY
                       ', NEXT DUE ' QG1-RQM-NEXT-DUE
                       ' - TRACE IT FOR ITS CHANGES'
                       DELIMITED BY SIZE INTO WS-LINK-TEXT
               WHEN OTHER
                   STRING 'REPLACEMENT FOR THE REVERSED RESULT OF '
                       WS-SOURCE-ID ' - TRACE IT FOR THE REVERSAL'
                       DELIMITED BY SIZE INTO WS-LINK-TEXT
           END-EVALUATE.

       5700-BUILD-LINK-EXIT.
           EXIT.

      *=================================================================
      * 6000-ADD-EVENT -- insert QA-NEW-EVENT into the table in key    *
      * order, after any entry with the same key.  A full table keeps  *
      * the events it has and says so on the message line.             *
      *=================================================================
       6000-ADD-EVENT.
           IF QA-EVT-COUNT >= QA-EVT-MAX
               SET QA-TABLE-FULL TO TRUE
               GO TO 6000-ADD-EVENT-EXIT
           END-IF

           MOVE QA-EVT-COUNT TO QA-EVT-SUB
           MOVE 'N'          TO QA-SW-SLOT-FOUND
           PERFORM 6100-SHIFT-ONE-EVENT THRU 6100-SHIFT-ONE-EVENT-EXIT
               UNTIL QA-SLOT-FOUND

           ADD 1 TO QA-EVT-SUB
           MOVE QA-NEW-KEY  TO QA-EVT-KEY  (QA-EVT-SUB)
           MOVE QA-NEW-LINE TO QA-EVT-LINE (QA-EVT-SUB)
           ADD 1 TO QA-EVT-COUNT.

       6000-ADD-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-SHIFT-ONE-EVENT -- move one later entry down a slot; the
      * new event goes in behind the first entry that does not sort
      * after it, or at the top.
      *-----------------------------------------------------------------
       6100-SHIFT-ONE-EVENT.
           IF QA-EVT-SUB = ZERO
               SET QA-SLOT-FOUND TO TRUE
               GO TO 6100-SHIFT-ONE-EVENT-EXIT
           END-IF

           IF QA-EVT-KEY (QA-EVT-SUB) NOT > QA-NEW-KEY
               SET QA-SLOT-FOUND TO TRUE
               GO TO 6100-SHIFT-ONE-EVENT-EXIT
           END-IF

           COMPUTE QA-EVT-NEXT = QA-EVT-SUB + 1
           MOVE QA-EVT-ENTRY (QA-EVT-SUB) TO QA-EVT-ENTRY (QA-EVT-NEXT)
           SUBTRACT 1 FROM QA-EVT-SUB.

       6100-SHIFT-ONE-EVENT-EXIT.
           EXIT.

      *=================================================================
      * 7000-SEND-TRACE -- the heading, the requested page of events   *
      * and the link line, then return for the next key.               *
      *=================================================================
       7000-SEND-TRACE.
           MOVE SPACES TO QG1MAPTO
           MOVE QG1-TRC-REQ-ID TO QTREQO
           MOVE WS-STATUS-TEXT TO QTSTAO
           MOVE QG1-TRC-PAGE   TO QTPAGO
           MOVE WS-LINK-TEXT   TO QTLNKO
           MOVE WS-TRACED-DEPARTMENT TO QTDEPO
           MOVE WS-TRACED-REQ-TYPE   TO QTTYPO

           COMPUTE QA-PAGE-FIRST = (QG1-TRC-PAGE - 1) * QA-PAGE-SIZE
           MOVE ZERO TO QA-LINES-FILLED
           PERFORM 7100-MOVE-ONE-LINE THRU 7100-MOVE-ONE-LINE-EXIT
               UNTIL QA-LINES-FILLED >= QA-PAGE-SIZE OR
                     QA-PAGE-FIRST + QA-LINES-FILLED >= QA-EVT-COUNT

           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN QA-TABLE-FULL
                       MOVE 'ONLY THE FIRST 40 EVENTS FOUND ARE LISTED'
                           TO WS-MESSAGE
                   WHEN QA-EVT-COUNT = ZERO
                       MOVE 'NO EVENTS RECORDED YET FOR THIS REQUEST'
                           TO WS-MESSAGE
                   WHEN QA-PAGE-FIRST + QA-LINES-FILLED < QA-EVT-COUNT
                       MOVE 'MORE EVENTS - PF8 FOR THE NEXT PAGE'
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'END OF THE TRACE' TO WS-MESSAGE
               END-EVALUATE
           END-IF
           MOVE WS-MESSAGE TO QTMSGO
           MOVE -1 TO QTREQL

           EXEC CICS SEND MAP('QG1MAPT') MAPSET('QG1MST1')
               FROM(QG1MAPTO) ERASE
           END-EXEC

           SET QG1-TRC-FN-PAGING TO TRUE

           EXEC CICS RETURN TRANSID('QTRC')
               COMMAREA(QG1-TRACE-COMMAREA)
           END-EXEC.

       7000-SEND-TRACE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-MOVE-ONE-LINE -- one event into its map slot.
      *-----------------------------------------------------------------
       7100-MOVE-ONE-LINE.
           ADD 1 TO QA-LINES-FILLED
           COMPUTE QA-EVT-SUB = QA-PAGE-FIRST + QA-LINES-FILLED
           MOVE QA-EVT-LINE (QA-EVT-SUB)
               TO QTLNO OF QTLINE-GRP-O (QA-LINES-FILLED).

       7100-MOVE-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7500-SEND-PROMPT -- a fresh screen with just the message line.
      *-----------------------------------------------------------------
       7500-SEND-PROMPT.
           MOVE SPACES TO QG1MAPTO
           MOVE WS-MESSAGE TO QTMSGO
           MOVE -1 TO QTREQL

           EXEC CICS SEND MAP('QG1MAPT') MAPSET('QG1MST1')
               FROM(QG1MAPTO) ERASE
           END-EXEC

           SET QG1-TRC-FN-PROMPT TO TRUE

           EXEC CICS RETURN TRANSID('QTRC')
               COMMAREA(QG1-TRACE-COMMAREA)
           END-EXEC.

       7500-SEND-PROMPT-EXIT.
           EXIT.

      *=================================================================
      * 8000-END-SESSION -- PF3 or an unrecognised function; drop the  *
      * pseudo-conversation.                                           *
      *=================================================================
       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM('QG1CX042 SESSION ENDED')
               ERASE FREEKB
           END-EXEC

           EXEC CICS RETURN END-EXEC.

       8000-END-SESSION-EXIT.
           EXIT.

       END PROGRAM QG1CX042.
