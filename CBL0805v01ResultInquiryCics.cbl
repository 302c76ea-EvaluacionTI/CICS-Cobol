      *                 off the live master now answers "archived on
      *                 <date>, see archive" from the ARCHIX index
      *                 instead of a bare not-found.
      *  10/15/2026 DS  A reversed result says so on the message line
      *                 - reversed on <date> by <user>, replaced by
      *                 <id> - from its last reversal on RESHIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX036.
      *---------------------------------------------------------------*
           COPY QG1WRSX.

      *---------------------------------------------------------------*
      * RESULT-HISTORY RECORD -- browsed through the RESHIST file     *
      * definition for a result QREV or QG1CX022 reversed.            *
      *---------------------------------------------------------------*
           COPY QG1WRSH.

      *---------------------------------------------------------------*
      * MISCELLANEOUS WORK AREAS                                      *
      *---------------------------------------------------------------*
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-COMMAREA-FLAG             PIC X(01).
       01  WS-HIST-KEY                  PIC X(24).
       01  WS-REVERSED-DATE             PIC X(10) VALUE SPACES.
       01  WS-REVERSED-BY               PIC X(08) VALUE SPACES.
       01  WS-REPLACED-BY               PIC X(06) VALUE SPACES.

       01  QA-SWITCHES.
           05  QA-SW-HIST-EOF           PIC X(01) VALUE 'N'.
               88  QA-HIST-EOF              VALUE 'Y'.

      *---------------------------------------------------------------*
      * EDITED DISPLAY FIELDS                                         *
           MOVE QG1-RSM-REMAINDER2 TO WS-EDITED-RESULT
           MOVE WS-EDITED-RESULT   TO QQRM2O

           MOVE SPACES TO WS-MESSAGE
           IF QG1-RSM-REVERSED
               PERFORM 7200-FIND-REVERSAL THRU 7200-FIND-REVERSAL-EXIT
           END-IF
           MOVE WS-MESSAGE TO QQMSGO
           MOVE -1 TO QQREQL

           EXEC CICS SEND MAP('QG1MAPQ') MAPSET('QG1MSQ1')
       7000-SEND-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7200-FIND-REVERSAL -- browse the id's RESHIST generations in
      * date and time order and keep the last reversal; it names who
      * reversed the result, when, and any replacement request.
      *-----------------------------------------------------------------
       7200-FIND-REVERSAL.
           MOVE 'N' TO QA-SW-HIST-EOF
           MOVE LOW-VALUES     TO WS-HIST-KEY
           MOVE QG1-RSM-REQ-ID TO WS-HIST-KEY (1:6)

           EXEC CICS STARTBR FILE('RESHIST') RIDFLD(WS-HIST-KEY)
               GTEQ RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESULT REVERSED - NO HISTORY RECORD ON RESHIST'
                   TO WS-MESSAGE
               GO TO 7200-FIND-REVERSAL-EXIT
           END-IF

           PERFORM 7210-READ-NEXT-HISTORY THRU
                   7210-READ-NEXT-HISTORY-EXIT
               UNTIL QA-HIST-EOF

           EXEC CICS ENDBR FILE('RESHIST') RESP(WS-RESP) END-EXEC

           IF WS-REVERSED-DATE = SPACES
               MOVE 'RESULT REVERSED - NO HISTORY RECORD ON RESHIST'
                   TO WS-MESSAGE
               GO TO 7200-FIND-REVERSAL-EXIT
           END-IF

           IF WS-REPLACED-BY = SPACES
               STRING 'REVERSED ON ' WS-REVERSED-DATE
                   ' BY ' WS-REVERSED-BY ', NO REPLACEMENT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING 'REVERSED ON ' WS-REVERSED-DATE
                   ' BY ' WS-REVERSED-BY ', REPLACED BY '
                   WS-REPLACED-BY
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       7200-FIND-REVERSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7210-READ-NEXT-HISTORY -- one step of the browse; stop at the
      * first record for another id.
      *-----------------------------------------------------------------
       7210-READ-NEXT-HISTORY.
           EXEC CICS READNEXT FILE('RESHIST')
               INTO(QG1-RESHIST-RECORD) RIDFLD(WS-HIST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              QG1-RSH-REQ-ID NOT = QG1-RSM-REQ-ID
               SET QA-HIST-EOF TO TRUE
               GO TO 7210-READ-NEXT-HISTORY-EXIT
           END-IF

           IF QG1-RSH-REVERSED
               MOVE QG1-RSH-HIST-DATE  TO WS-REVERSED-DATE
               MOVE QG1-RSH-OPERATOR   TO WS-REVERSED-BY
               MOVE QG1-RSH-REPLACE-ID TO WS-REPLACED-BY
           END-IF.

       7210-READ-NEXT-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7500-SEND-PROMPT -- a fresh screen with just the message line.
      *-----------------------------------------------------------------
