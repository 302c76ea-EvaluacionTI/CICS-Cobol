      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 CICS Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : CICS-side AUDITLOG writer.  The online programs
      *               that keep an audit trail (QG1CX032, 033, 035,
      *               039, 040, 041) build their QG1WAUD record as
      *               before and LINK here with it as the COMMAREA,
      *               instead of each issuing its own file WRITE.
      *               Under an ENQ on the trail, this program reads
      *               the last record on the AUDITLOG ESDS (browse
      *               backward from the end), seals the new record
      *               onto it through QG1CXCHK - next sequence
      *               number, check value chained from the last one -
      *               and adds it.  The ENQ keeps two tasks in the
      *               region from taking the same sequence number;
      *               the batch side (QG1CXAUD) cannot share it and
      *               re-reads the tail immediately before each of
      *               its writes, so a collision between the two is
      *               rare; one that happens is accepted on the
      *               QG1CX015 PARM once looked into.  The sealed
      *               record goes back in the COMMAREA.
      *               A trail that cannot be read or added to, or a
      *               record the chain will not seal, ends the task
      *               with abend QAUC rather than lose the entry or
      *               restart the chain.
      * Tectonics   : translate with DFHEAP1$ / DFHECP1$, then cobc -c
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Only NOTFND/ENDFILE on the tail browse mean an
      *                 empty trail; any other browse response, a
      *                 non-zero QG1CXCHK return code or a failed
      *                 WRITE now abends the task QAUC (after the DEQ)
      *                 instead of being dropped.  Function code for
      *                 QG1CXCHK passed in QA-CHK-FUNCTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CXAUC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * THE RECORD TO ADD, AND THE LAST ONE ALREADY ON THE TRAIL      *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

           COPY QG1WAUD REPLACING
               ==QG1-AUDIT-RECORD==   BY ==QG1-AUDTAIL-RECORD==
               ==QG1-AUD-PROGRAM-ID== BY ==QG1-AUT-PROGRAM-ID==
               ==QG1-AUD-RUN-DATE==   BY ==QG1-AUT-RUN-DATE==
               ==QG1-AUD-RUN-TIME==   BY ==QG1-AUT-RUN-TIME==
               ==QG1-AUD-SUMMARY==    BY ==QG1-AUT-SUMMARY==
               ==QG1-AUD-SEQ-NO==     BY ==QG1-AUT-SEQ-NO==
               ==QG1-AUD-CHECK-VALUE== BY ==QG1-AUT-CHECK-VALUE==.

      *---------------------------------------------------------------*
      * AUDIT CHAIN STATE -- see QG1WACH                              *
      *---------------------------------------------------------------*
           COPY QG1WACH.

      *---------------------------------------------------------------*
      * MISCELLANEOUS WORK AREAS -- browsing from RBA X'FFFFFFFF'     *
      * positions on the last record of the ESDS for READPREV.        *
      *---------------------------------------------------------------*
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-AUDIT-RBA                 PIC S9(08) COMP.
       01  WS-TAIL-RBA                  PIC S9(08) COMP.
       01  WS-TAIL-RBA-X REDEFINES WS-TAIL-RBA
                                        PIC X(04).
       01  WS-CHAIN-RESOURCE            PIC X(12) VALUE 'QG1.AUDITLOG'.
       01  WS-CHAIN-RESOURCE-LEN        PIC S9(04) COMP VALUE 12.
       01  QA-CHK-WORK.
           05  QA-CHK-FUNCTION          PIC X(01) VALUE SPACE.
           05  QA-CHK-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  QA-SWITCHES.
           05  QA-SW-TAIL-FOUND         PIC X(01) VALUE 'N'.
               88  QA-TAIL-FOUND            VALUE 'Y'.
           05  QA-SW-CHAIN-ERROR        PIC X(01) VALUE 'N'.
               88  QA-CHAIN-ERROR           VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(124).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           IF EIBCALEN NOT = LENGTH OF QG1-AUDIT-RECORD
               GO TO 0000-MAINLINE-EXIT
           END-IF

           MOVE DFHCOMMAREA TO QG1-AUDIT-RECORD

           EXEC CICS ENQ RESOURCE(WS-CHAIN-RESOURCE)
               LENGTH(WS-CHAIN-RESOURCE-LEN)
           END-EXEC

           PERFORM 1000-FIND-CHAIN-TAIL THRU 1000-FIND-CHAIN-TAIL-EXIT

           IF NOT QA-CHAIN-ERROR
               PERFORM 2000-SEAL-AND-WRITE THRU
                       2000-SEAL-AND-WRITE-EXIT
           END-IF

           EXEC CICS DEQ RESOURCE(WS-CHAIN-RESOURCE)
               LENGTH(WS-CHAIN-RESOURCE-LEN)
           END-EXEC

           IF QA-CHAIN-ERROR
               EXEC CICS ABEND ABCODE('QAUC') END-EXEC
           END-IF

           MOVE QG1-AUDIT-RECORD TO DFHCOMMAREA.

       0000-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.

      *=================================================================
      * 1000-FIND-CHAIN-TAIL -- the last record on the trail, if any.  *
      * An empty trail (NOTFND on the STARTBR, ENDFILE on the          *
      * READPREV) starts the chain at 1; any other response is an      *
      * error, never an empty trail.                                   *
      *=================================================================
       1000-FIND-CHAIN-TAIL.
           INITIALIZE QG1-AUDIT-CHAIN-STATE
           MOVE 'N' TO QA-SW-TAIL-FOUND
           MOVE 'N' TO QA-SW-CHAIN-ERROR

           MOVE HIGH-VALUES TO WS-TAIL-RBA-X
           EXEC CICS STARTBR FILE('AUDITLOG') RIDFLD(WS-TAIL-RBA)
               RBA RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               GO TO 1000-FIND-CHAIN-TAIL-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET QA-CHAIN-ERROR TO TRUE
               GO TO 1000-FIND-CHAIN-TAIL-EXIT
           END-IF

           EXEC CICS READPREV FILE('AUDITLOG')
               INTO(QG1-AUDTAIL-RECORD) RIDFLD(WS-TAIL-RBA) RBA
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET QA-TAIL-FOUND TO TRUE
               WHEN DFHRESP(ENDFILE)
                   CONTINUE
               WHEN OTHER
                   SET QA-CHAIN-ERROR TO TRUE
           END-EVALUATE

           EXEC CICS ENDBR FILE('AUDITLOG') RESP(WS-RESP) END-EXEC

           IF NOT QA-TAIL-FOUND
               GO TO 1000-FIND-CHAIN-TAIL-EXIT
           END-IF

           MOVE 'L' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDTAIL-RECORD
                                 QA-CHK-RETURN-CODE
           IF QA-CHK-RETURN-CODE NOT = ZERO
               SET QA-CHAIN-ERROR TO TRUE
           END-IF.

       1000-FIND-CHAIN-TAIL-EXIT.
           EXIT.

      *=================================================================
      * 2000-SEAL-AND-WRITE -- seal the caller's record onto the tail  *
      * and add it to the ESDS; the returned RBA is of no further      *
      * interest.  A seal or WRITE failure is a chain error.           *
      *=================================================================
       2000-SEAL-AND-WRITE.
           MOVE 'S' TO QA-CHK-FUNCTION
           CALL 'QG1CXCHK' USING QA-CHK-FUNCTION
                                 QG1-AUDIT-CHAIN-STATE
                                 QG1-AUDIT-RECORD
                                 QA-CHK-RETURN-CODE

           IF QA-CHK-RETURN-CODE NOT = ZERO
               SET QA-CHAIN-ERROR TO TRUE
               GO TO 2000-SEAL-AND-WRITE-EXIT
           END-IF

           EXEC CICS WRITE FILE('AUDITLOG')
               FROM(QG1-AUDIT-RECORD) RIDFLD(WS-AUDIT-RBA) RBA
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET QA-CHAIN-ERROR TO TRUE
           END-IF.

       2000-SEAL-AND-WRITE-EXIT.
           EXIT.
       END PROGRAM QG1CXAUC.
