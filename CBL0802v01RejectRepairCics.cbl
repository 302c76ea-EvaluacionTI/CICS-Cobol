      *                 lands on the shared AUDITLOG trail with the
      *                 userid and terminal, so QAUD shows who did
      *                 what.
      *  10/15/2026 DS  A repair is refused when the reject's
      *                 department is not on the DEPTMAST department
      *                 master or not open today; the operator is
      *                 pointed at PF6 to cancel it instead of
      *                 recycling a request nobody can take.
      *  10/15/2026 DS  The audit entry now goes to AUDITLOG by LINK
      *                 to QG1CXAUC, which gives it the trail's next
      *                 sequence number and chained check value,
      *                 instead of by a file WRITE here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX033.
      *---------------------------------------------------------------*
           COPY QG1WRPR.

      *---------------------------------------------------------------*
      * DEPARTMENT-MASTER RECORD -- read through the DEPTMAST file    *
      * definition to check the reject's department before a save.   *
      *---------------------------------------------------------------*
           COPY QG1WDPT.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG RECORD -- one entry per save or cancel,     *
      * added to the AUDITLOG ESDS through QG1CXAUC the same way      *
      * QG1CX032 writes its run entries.                              *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

       01  WS-BROWSE-KEY                PIC X(06).
       01  WS-LAST-REQ-ID               PIC X(06).
       01  WS-OPERATOR                  PIC X(08) VALUE SPACES.
       01  WS-AUDIT-VERB                PIC X(10) VALUE SPACES.

       01  QA-SWITCHES.
               88  QA-PENDING-FOUND         VALUE 'Y'.
           05  QA-SW-BROWSE-EOF         PIC X(01) VALUE 'N'.
               88  QA-BROWSE-EOF            VALUE 'Y'.
           05  QA-SW-DEPT               PIC X(01) VALUE 'N'.
               88  QA-DEPT-OPEN             VALUE 'Y'.

      *---------------------------------------------------------------*
      * OPERAND ENTRY WORK -- the screen carries eleven digits; for   *
               GO TO 3000-SAVE-REPAIR-EXIT
           END-IF

           PERFORM 3600-CHECK-DEPARTMENT THRU 3600-CHECK-DEPARTMENT-EXIT
           IF NOT QA-DEPT-OPEN
               PERFORM 6000-REDISPLAY-CURRENT THRU
                       6000-REDISPLAY-CURRENT-EXIT
               GO TO 3000-SAVE-REPAIR-EXIT
           END-IF

           EVALUATE QG1-RPR-REQ-TYPE
               WHEN 'D'
               WHEN 'M'
       3500-READ-FOR-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-CHECK-DEPARTMENT -- the reject's department must be on
      * the DEPTMAST master and open today, the same rule the QREQ
      * entry screen applies.  The status takes effect on
      * QG1-DPT-EFF-DATE: an active department is open from that date
      * on, an inactive one stays open until it.
      *-----------------------------------------------------------------
       3600-CHECK-DEPARTMENT.
           MOVE 'N' TO QA-SW-DEPT

           PERFORM 3050-STAMP-REPAIR-DATE THRU
                   3050-STAMP-REPAIR-DATE-EXIT

           MOVE QG1-RPR-DEPARTMENT TO QG1-DPT-CODE

           EXEC CICS READ FILE('DEPTMAST') INTO(QG1-DEPTMAST-RECORD)
               RIDFLD(QG1-DPT-CODE) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               STRING 'DEPARTMENT ' QG1-RPR-DEPARTMENT
                   ' IS NOT ON THE DEPARTMENT MASTER - PF6 CANCELS'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 3600-CHECK-DEPARTMENT-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ THE DEPARTMENT MASTER' TO
                   WS-MESSAGE
               GO TO 3600-CHECK-DEPARTMENT-EXIT
           END-IF

           IF QG1-DPT-ACTIVE AND QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QG1-RPR-DEPARTMENT
                   ' IS NOT ACTIVE UNTIL ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 3600-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QG1-DPT-ACTIVE AND
              NOT QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QG1-RPR-DEPARTMENT
                   ' IS INACTIVE SINCE ' QG1-DPT-EFF-DATE
                   ' - PF6 CANCELS'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 3600-CHECK-DEPARTMENT-EXIT
           END-IF

           SET QA-DEPT-OPEN TO TRUE.

       3600-CHECK-DEPARTMENT-EXIT.
           EXIT.

      *=================================================================
      * 4000-CANCEL-RECORD -- PF6; flag the record permanently         *
      * cancelled so the recycle step never picks it up.               *
      * 6300-LOG-REPAIR-ACTION -- one audit record per save or
      * cancel, onto the shared AUDITLOG ESDS: who (userid and
      * terminal), what (WS-AUDIT-VERB), which request and whose
      * department.  QG1CXAUC seals it onto the chain.
      *-----------------------------------------------------------------
       6300-LOG-REPAIR-ACTION.
           MOVE 'QG1CX033'      TO QG1-AUD-PROGRAM-ID
               ' DEPT=' QG1-RPR-DEPARTMENT
               DELIMITED BY SIZE INTO QG1-AUD-SUMMARY

           EXEC CICS LINK PROGRAM('QG1CXAUC')
               COMMAREA(QG1-AUDIT-RECORD) RESP(WS-RESP)
           END-EXEC.

       6300-LOG-REPAIR-ACTION-EXIT.
