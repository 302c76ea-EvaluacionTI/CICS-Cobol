      *                 to go submit the job from somewhere else.
      *  09/01/2026 DS  Added option 8 - XCTL to the QG1CX038
      *                 pipeline status dashboard (QSTA).
      *  10/15/2026 DS  Added option 9 - XCTL to the QG1CX039
      *                 department master maintenance screen (QDPT).
      *  10/15/2026 DS  Added option 10 - XCTL to the QG1CX040 request
      *                 approval screen (QAPR).  The selection is two
      *                 digits now; a single digit keyed without the
      *                 leading zero is shifted right before the
      *                 numeric check.
      *  10/15/2026 DS  Added option 11 - XCTL to the QG1CX041 result
      *                 reversal screen (QREV).
      *  10/15/2026 DS  Added option 12 - XCTL to the QG1CX042 request
      *                 lifecycle trace (QTRC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CXMNU.
      *---------------------------------------------------------------*
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-SELECTION                 PIC 9(02) VALUE ZERO.
       01  WS-SUBMIT-PROGRAM            PIC X(08).

       LINKAGE SECTION.
               GO TO 2000-RECEIVE-SELECTION-EXIT
           END-IF

           IF QMSELI (2:1) = SPACE OR QMSELI (2:1) = LOW-VALUE
               MOVE QMSELI (1:1) TO QMSELI (2:1)
               MOVE '0'          TO QMSELI (1:1)
           END-IF

           IF QMSELI NOT NUMERIC
               MOVE 'INVALID SELECTION - ENTER 1 THROUGH 12' TO
                   WS-MESSAGE
               PERFORM 2900-REDISPLAY-MENU THRU
                       2900-REDISPLAY-MENU-EXIT
                   EXEC CICS XCTL PROGRAM('QG1CX036') END-EXEC
               WHEN 8
                   EXEC CICS XCTL PROGRAM('QG1CX038') END-EXEC
               WHEN 9
                   EXEC CICS XCTL PROGRAM('QG1CX039') END-EXEC
               WHEN 10
                   EXEC CICS XCTL PROGRAM('QG1CX040') END-EXEC
               WHEN 11
                   EXEC CICS XCTL PROGRAM('QG1CX041') END-EXEC
               WHEN 12
                   EXEC CICS XCTL PROGRAM('QG1CX042') END-EXEC
               WHEN OTHER
                   MOVE 'INVALID SELECTION - ENTER 1 THROUGH 12' TO
                       WS-MESSAGE
                   PERFORM 2900-REDISPLAY-MENU THRU
                           2900-REDISPLAY-MENU-EXIT
