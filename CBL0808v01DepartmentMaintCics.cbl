      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 CICS Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Transaction QDPT - maintenance screen for the
      *               DEPTMAST department master (map QG1MAPD in
      *               mapset QG1MSD1, record layout QG1WDPT).  Adds a
      *               department with its name, contact and the date
      *               it opens; changes the name or contact;
      *               deactivates or reactivates it from a keyed
      *               effective date.  Nothing is ever deleted - the
      *               request master and the results still carry the
      *               codes.  QREQ and QREP refuse a department that
      *               is not open, and QG1CX016 holds back requests
      *               already keyed for one deactivated since.  Every
      *               action lands on the shared AUDITLOG trail with
      *               the userid and terminal.
      * Tectonics   : translate with DFHEAP1$ / DFHECP1$, then cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version - transaction QDPT, map QG1MAPD.
      *  10/15/2026 DS  The GL cost center (QG1-DPT-COST-CENTER) is
      *                 keyed on add and change and shown on every
      *                 display; the QG1CX020 journal step posts the
      *                 department's results to it.
      *  10/15/2026 DS  The variance tolerance (QG1-DPT-VAR-TOLERANCE)
      *                 is keyed on add and change, five digits with
      *                 two implied decimals, blank for the default;
      *                 the QG1CX024 variance report applies it.
      *  10/15/2026 DS  The audit entry now goes to AUDITLOG by LINK
      *                 to QG1CXAUC, which gives it the trail's next
      *                 sequence number and chained check value,
      *                 instead of by a file WRITE here.
      *  10/15/2026 DS  The stored effective date goes to QDSIN (STATUS
      *                 SINCE) and QDEFF is sent blank, so an I or R
      *                 after a browse takes today unless a date is
      *                 keyed.  The effective day is checked against
      *                 the month's length, leap years included.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX039.
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
           COPY QG1MSD1.

      *---------------------------------------------------------------*
      * DEPARTMENT-MASTER RECORD -- read/written through the DEPTMAST *
      * file definition.                                              *
      *---------------------------------------------------------------*
           COPY QG1WDPT.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG RECORD -- one entry per maintenance action, *
      * added to the AUDITLOG ESDS through QG1CXAUC the same way      *
      * QG1CX035 logs its request maintenance.                        *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

      *---------------------------------------------------------------*
      * PSEUDO-CONVERSATIONAL COMMAREA -- the last department shown,  *
      * which is where a PF8 browse picks up.                         *
      *---------------------------------------------------------------*
       01  QG1-DEPTMNT-COMMAREA.
           05  QG1-DPM-FUNCTION         PIC X(01).
               88  QG1-DPM-FN-ENTRY         VALUE 'E'.
           05  QG1-DPM-LAST-CODE        PIC X(08).

      *---------------------------------------------------------------*
      * MISCELLANEOUS WORK AREAS                                      *
      *---------------------------------------------------------------*
       01  WS-MESSAGE                   PIC X(79) VALUE SPACES.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-ACTION                    PIC X(01).
       01  WS-BROWSE-KEY                PIC X(08).
       01  WS-OPERATOR                  PIC X(08) VALUE SPACES.
       01  WS-AUDIT-VERB                PIC X(10) VALUE SPACES.
       01  WS-TOL-ENTRY                 PIC X(05).
       01  WS-TOL-ENTRY-N REDEFINES WS-TOL-ENTRY
                                        PIC 9(03)V99.

       01  QA-SWITCHES.
           05  QA-SW-VALID              PIC X(01) VALUE 'Y'.
               88  QA-ENTRY-VALID           VALUE 'Y'.
               88  QA-ENTRY-INVALID         VALUE 'N'.
           05  QA-SW-FOUND              PIC X(01) VALUE 'N'.
               88  QA-RECORD-FOUND          VALUE 'Y'.

      *---------------------------------------------------------------*
      * EFFECTIVE-DATE ENTRY WORK -- the keyed date is dissected here *
      * so the shape and the month/day ranges can be checked; a blank *
      * entry means today.                                            *
      *---------------------------------------------------------------*
       01  WS-EFF-ENTRY.
           05  WS-EFF-YYYY-X            PIC X(04).
           05  WS-EFF-SEP1              PIC X(01).
           05  WS-EFF-MM-X              PIC X(02).
           05  WS-EFF-SEP2              PIC X(01).
           05  WS-EFF-DD-X              PIC X(02).
       01  FILLER REDEFINES WS-EFF-ENTRY.
           05  WS-EFF-YYYY              PIC 9(04).
           05  FILLER                   PIC X(01).
           05  WS-EFF-MM                PIC 9(02).
           05  FILLER                   PIC X(01).
           05  WS-EFF-DD                PIC 9(02).

       01  WS-EFF-CHECK.
           05  WS-EFF-MONTH-LEN         PIC 9(02) VALUE ZERO.
           05  WS-EFF-LEAP-WORK         PIC 9(04) VALUE ZERO.
           05  WS-EFF-LEAP-REM          PIC 9(04) VALUE ZERO.

       01  WS-MONTH-DAYS-DATA           PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS OCCURS 12 TIMES
                                        PIC 9(02).

      *---------------------------------------------------------------*
      * MAINTENANCE DATE/TIME STAMP -- from the CICS region clock.    *
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
       01  DFHCOMMAREA                  PIC X(09).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
           ELSE
               MOVE DFHCOMMAREA TO QG1-DEPTMNT-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
                   WHEN EIBAID = DFHPF8
                       PERFORM 5000-BROWSE-NEXT THRU
                               5000-BROWSE-NEXT-EXIT
                   WHEN EIBAID = DFHENTER
                       PERFORM 2000-APPLY-ACTION THRU
                               2000-APPLY-ACTION-EXIT
                   WHEN OTHER
                       PERFORM 8000-END-SESSION THRU
                               8000-END-SESSION-EXIT
               END-EVALUATE
           END-IF.

       0000-MAINLINE-EXIT.
           EXIT.

      *=================================================================
      * 1000-FIRST-ENTRY -- task started fresh; send the blank         *
      * maintenance screen.                                            *
      *=================================================================
       1000-FIRST-ENTRY.
           MOVE SPACES TO QG1-DEPTMNT-COMMAREA
           MOVE LOW-VALUES TO QG1-DPM-LAST-CODE
           MOVE 'KEY AN ACTION AND A DEPARTMENT, THEN PRESS ENTER' TO
               WS-MESSAGE

           PERFORM 7500-SEND-BLANK THRU 7500-SEND-BLANK-EXIT.

       1000-FIRST-ENTRY-EXIT.
           EXIT.

      *=================================================================
      * 2000-APPLY-ACTION -- operator pressed ENTER; dispatch on the   *
      * action code.                                                   *
      *=================================================================
       2000-APPLY-ACTION.
           EXEC CICS RECEIVE MAP('QG1MAPD') MAPSET('QG1MSD1')
               INTO(QG1MAPDI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ THE SCREEN - TRY AGAIN' TO
                   WS-MESSAGE
               PERFORM 7500-SEND-BLANK THRU 7500-SEND-BLANK-EXIT
               GO TO 2000-APPLY-ACTION-EXIT
           END-IF

           MOVE QDACTI TO WS-ACTION

           PERFORM 1500-GET-OPERATOR THRU 1500-GET-OPERATOR-EXIT

           IF QDCODI = SPACES OR QDCODI = LOW-VALUES
               MOVE 'A DEPARTMENT CODE IS REQUIRED' TO WS-MESSAGE
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 2000-APPLY-ACTION-EXIT
           END-IF

           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM 3000-ADD-DEPARTMENT THRU
                           3000-ADD-DEPARTMENT-EXIT
               WHEN 'C'
                   PERFORM 3500-CHANGE-DEPARTMENT THRU
                           3500-CHANGE-DEPARTMENT-EXIT
               WHEN 'I'
               WHEN 'R'
                   PERFORM 3700-SET-DEPARTMENT-STATE THRU
                           3700-SET-DEPARTMENT-STATE-EXIT
               WHEN 'B'
                   PERFORM 4500-BROWSE-DEPARTMENT THRU
                           4500-BROWSE-DEPARTMENT-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, C, B, I OR R' TO WS-MESSAGE
                   PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
           END-EVALUATE.

       2000-APPLY-ACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-GET-OPERATOR -- the signed-on userid behind this task.
      *-----------------------------------------------------------------
       1500-GET-OPERATOR.
           EXEC CICS ASSIGN USERID(WS-OPERATOR) END-EXEC.

       1500-GET-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-VALIDATE-ENTRY -- a department needs a name; the
      * contact, the cost center and the variance tolerance are
      * optional.  A keyed tolerance is five digits with two implied
      * decimals; blank leaves it zero, which means the default.
      *-----------------------------------------------------------------
       2500-VALIDATE-ENTRY.
           SET QA-ENTRY-VALID TO TRUE

           IF QDNAMI = SPACES OR QDNAMI = LOW-VALUES
               MOVE 'A DEPARTMENT NAME IS REQUIRED' TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2500-VALIDATE-ENTRY-EXIT
           END-IF

           IF QDTOLI = SPACES OR QDTOLI = LOW-VALUES
               MOVE ZERO TO WS-TOL-ENTRY-N
               GO TO 2500-VALIDATE-ENTRY-EXIT
           END-IF

           MOVE QDTOLI TO WS-TOL-ENTRY
           IF WS-TOL-ENTRY NOT NUMERIC
               MOVE 'VARIANCE % MUST BE FIVE DIGITS - 01000 IS 10.00%'
                   TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       2500-VALIDATE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-VALIDATE-EFFECTIVE -- the keyed effective date, or today
      * when it is left blank.  A status change cannot be back-dated:
      * requests already keyed and extracted under the old status
      * must not change meaning after the fact.
      *-----------------------------------------------------------------
       2700-VALIDATE-EFFECTIVE.
           SET QA-ENTRY-VALID TO TRUE

           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT

           IF QDEFFI = SPACES OR QDEFFI = LOW-VALUES
               MOVE WS-CURRENT-DATE TO WS-EFF-ENTRY
               GO TO 2700-VALIDATE-EFFECTIVE-EXIT
           END-IF

           MOVE QDEFFI TO WS-EFF-ENTRY
           IF WS-EFF-YYYY-X NOT NUMERIC OR
              WS-EFF-MM-X   NOT NUMERIC OR
              WS-EFF-DD-X   NOT NUMERIC OR
              WS-EFF-SEP1   NOT = '-'   OR
              WS-EFF-SEP2   NOT = '-'
               MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD' TO WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2700-VALIDATE-EFFECTIVE-EXIT
           END-IF

           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12 OR WS-EFF-DD < 1
               MOVE 'EFFECTIVE MONTH OR DAY IS OUT OF RANGE' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2700-VALIDATE-EFFECTIVE-EXIT
           END-IF

      *    The day against the month's length, February by the
      *    Gregorian leap-year rule, as QG1CXRUN checks a date.
           MOVE WS-MONTH-DAYS (WS-EFF-MM) TO WS-EFF-MONTH-LEN

           IF WS-EFF-MM = 2
               DIVIDE WS-EFF-YYYY BY 4 GIVING WS-EFF-LEAP-WORK
                   REMAINDER WS-EFF-LEAP-REM
               IF WS-EFF-LEAP-REM = ZERO
                   MOVE 29 TO WS-EFF-MONTH-LEN
                   DIVIDE WS-EFF-YYYY BY 100 GIVING WS-EFF-LEAP-WORK
                       REMAINDER WS-EFF-LEAP-REM
                   IF WS-EFF-LEAP-REM = ZERO
                       DIVIDE WS-EFF-YYYY BY 400
                           GIVING WS-EFF-LEAP-WORK
                           REMAINDER WS-EFF-LEAP-REM
                       IF WS-EFF-LEAP-REM NOT = ZERO
                           MOVE 28 TO WS-EFF-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-EFF-DD > WS-EFF-MONTH-LEN
               MOVE 'EFFECTIVE MONTH OR DAY IS OUT OF RANGE' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 2700-VALIDATE-EFFECTIVE-EXIT
           END-IF

           IF WS-EFF-ENTRY < WS-CURRENT-DATE
               MOVE 'EFFECTIVE DATE CANNOT BE EARLIER THAN TODAY' TO
                   WS-MESSAGE
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       2700-VALIDATE-EFFECTIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-ECHO-SCREEN -- send the operator's own fields back with
      * the message so nothing keyed is lost on an error.
      *-----------------------------------------------------------------
       2900-ECHO-SCREEN.
           MOVE SPACES TO QG1MAPDO
           MOVE QDACTI TO QDACTO
           MOVE QDCODI TO QDCODO
           MOVE QDNAMI TO QDNAMO
           MOVE QDCONI TO QDCONO
           MOVE QDEFFI TO QDEFFO
           MOVE QDCSTI TO QDCSTO
           MOVE QDTOLI TO QDTOLO
           MOVE WS-MESSAGE TO QDMSGO
           MOVE -1 TO QDACTL

           EXEC CICS SEND MAP('QG1MAPD') MAPSET('QG1MSD1')
               FROM(QG1MAPDO) ERASE
           END-EXEC

           SET QG1-DPM-FN-ENTRY TO TRUE

           EXEC CICS RETURN TRANSID('QDPT')
               COMMAREA(QG1-DEPTMNT-COMMAREA)
           END-EXEC.

       2900-ECHO-SCREEN-EXIT.
           EXIT.

      *=================================================================
      * 3000-ADD-DEPARTMENT -- a new department goes on active from    *
      * its effective date.                                            *
      *=================================================================
       3000-ADD-DEPARTMENT.
           PERFORM 2500-VALIDATE-ENTRY THRU 2500-VALIDATE-ENTRY-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 3000-ADD-DEPARTMENT-EXIT
           END-IF

           PERFORM 2700-VALIDATE-EFFECTIVE THRU
                   2700-VALIDATE-EFFECTIVE-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 3000-ADD-DEPARTMENT-EXIT
           END-IF

           MOVE SPACES          TO QG1-DEPTMAST-RECORD
           MOVE QDCODI          TO QG1-DPT-CODE
           MOVE QDNAMI          TO QG1-DPT-NAME
           MOVE QDCONI          TO QG1-DPT-CONTACT
           IF QG1-DPT-CONTACT = LOW-VALUES
               MOVE SPACES TO QG1-DPT-CONTACT
           END-IF
           MOVE QDCSTI          TO QG1-DPT-COST-CENTER
           IF QG1-DPT-COST-CENTER = LOW-VALUES
               MOVE SPACES TO QG1-DPT-COST-CENTER
           END-IF
           MOVE WS-TOL-ENTRY-N  TO QG1-DPT-VAR-TOLERANCE
           SET  QG1-DPT-ACTIVE  TO TRUE
           MOVE WS-EFF-ENTRY    TO QG1-DPT-EFF-DATE
           MOVE WS-OPERATOR     TO QG1-DPT-MAINT-USER
           MOVE WS-CURRENT-DATE TO QG1-DPT-MAINT-DATE

           EXEC CICS WRITE FILE('DEPTMAST') FROM(QG1-DEPTMAST-RECORD)
               RIDFLD(QG1-DPT-CODE) RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'ADDED' TO WS-AUDIT-VERB
                   PERFORM 6300-LOG-MAINT-ACTION THRU
                           6300-LOG-MAINT-ACTION-EXIT
                   STRING 'DEPARTMENT ' QG1-DPT-CODE ' ADDED'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE 'DEPARTMENT ALREADY EXISTS - USE C TO CHANGE IT'
                       TO WS-MESSAGE
                   PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               WHEN OTHER
                   MOVE 'UNABLE TO WRITE TO THE DEPARTMENT MASTER' TO
                       WS-MESSAGE
                   PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
           END-EVALUATE.

       3000-ADD-DEPARTMENT-EXIT.
           EXIT.

      *=================================================================
      * 3500-CHANGE-DEPARTMENT -- name, contact, cost center and       *
      * variance tolerance; the status moves through I and R so each   *
      * change is dated.                                               *
      *=================================================================
       3500-CHANGE-DEPARTMENT.
           PERFORM 2500-VALIDATE-ENTRY THRU 2500-VALIDATE-ENTRY-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 3500-CHANGE-DEPARTMENT-EXIT
           END-IF

           PERFORM 6000-READ-FOR-UPDATE THRU 6000-READ-FOR-UPDATE-EXIT
           IF NOT QA-RECORD-FOUND
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 3500-CHANGE-DEPARTMENT-EXIT
           END-IF

           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT
           MOVE QDNAMI          TO QG1-DPT-NAME
           MOVE QDCONI          TO QG1-DPT-CONTACT
           IF QG1-DPT-CONTACT = LOW-VALUES
               MOVE SPACES TO QG1-DPT-CONTACT
           END-IF
           MOVE QDCSTI          TO QG1-DPT-COST-CENTER
           IF QG1-DPT-COST-CENTER = LOW-VALUES
               MOVE SPACES TO QG1-DPT-COST-CENTER
           END-IF
           MOVE WS-TOL-ENTRY-N  TO QG1-DPT-VAR-TOLERANCE
           MOVE WS-OPERATOR     TO QG1-DPT-MAINT-USER
           MOVE WS-CURRENT-DATE TO QG1-DPT-MAINT-DATE

           EXEC CICS REWRITE FILE('DEPTMAST')
               FROM(QG1-DEPTMAST-RECORD) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'CHANGED' TO WS-AUDIT-VERB
               PERFORM 6300-LOG-MAINT-ACTION THRU
                       6300-LOG-MAINT-ACTION-EXIT
               STRING 'DEPARTMENT ' QG1-DPT-CODE ' CHANGED'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
           ELSE
               MOVE 'UNABLE TO REWRITE THE DEPARTMENT MASTER' TO
                   WS-MESSAGE
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
           END-IF.

       3500-CHANGE-DEPARTMENT-EXIT.
           EXIT.

      *=================================================================
      * 3700-SET-DEPARTMENT-STATE -- I deactivates an active           *
      * department, R reactivates an inactive one, each from the       *
      * keyed effective date (today when left blank).                  *
      *=================================================================
       3700-SET-DEPARTMENT-STATE.
           PERFORM 2700-VALIDATE-EFFECTIVE THRU
                   2700-VALIDATE-EFFECTIVE-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 3700-SET-DEPARTMENT-STATE-EXIT
           END-IF

           PERFORM 6000-READ-FOR-UPDATE THRU 6000-READ-FOR-UPDATE-EXIT
           IF NOT QA-RECORD-FOUND
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 3700-SET-DEPARTMENT-STATE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-ACTION = 'I' AND QG1-DPT-ACTIVE
                   SET QG1-DPT-INACTIVE TO TRUE
                   MOVE 'INACTIVE' TO WS-AUDIT-VERB
                   STRING 'DEPARTMENT ' QG1-DPT-CODE
                       ' INACTIVE FROM ' WS-EFF-ENTRY
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN WS-ACTION = 'R' AND QG1-DPT-INACTIVE
                   SET QG1-DPT-ACTIVE TO TRUE
                   MOVE 'REACTIVE' TO WS-AUDIT-VERB
                   STRING 'DEPARTMENT ' QG1-DPT-CODE
                       ' ACTIVE AGAIN FROM ' WS-EFF-ENTRY
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'DEPARTMENT IS ALREADY IN THAT STATE' TO
                       WS-MESSAGE
                   PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
                   GO TO 3700-SET-DEPARTMENT-STATE-EXIT
           END-EVALUATE

           MOVE WS-EFF-ENTRY    TO QG1-DPT-EFF-DATE
           MOVE WS-OPERATOR     TO QG1-DPT-MAINT-USER
           MOVE WS-CURRENT-DATE TO QG1-DPT-MAINT-DATE

           EXEC CICS REWRITE FILE('DEPTMAST')
               FROM(QG1-DEPTMAST-RECORD) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6300-LOG-MAINT-ACTION THRU
                       6300-LOG-MAINT-ACTION-EXIT
               PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
           ELSE
               MOVE 'UNABLE TO REWRITE THE DEPARTMENT MASTER' TO
                   WS-MESSAGE
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
           END-IF.

       3700-SET-DEPARTMENT-STATE-EXIT.
           EXIT.

      *=================================================================
      * 4500-BROWSE-DEPARTMENT -- show the keyed department.           *
      *=================================================================
       4500-BROWSE-DEPARTMENT.
           MOVE 'N' TO QA-SW-FOUND
           MOVE QDCODI TO QG1-DPT-CODE

           EXEC CICS READ FILE('DEPTMAST') INTO(QG1-DEPTMAST-RECORD)
               RIDFLD(QG1-DPT-CODE) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DEPARTMENT NOT ON THE MASTER' TO WS-MESSAGE
               PERFORM 2900-ECHO-SCREEN THRU 2900-ECHO-SCREEN-EXIT
               GO TO 4500-BROWSE-DEPARTMENT-EXIT
           END-IF

           SET QA-RECORD-FOUND TO TRUE
           MOVE SPACES TO WS-MESSAGE
           PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT.

       4500-BROWSE-DEPARTMENT-EXIT.
           EXIT.

      *=================================================================
      * 5000-BROWSE-NEXT -- PF8; the department after the last one    *
      * shown.                                                         *
      *=================================================================
       5000-BROWSE-NEXT.
           MOVE QG1-DPM-LAST-CODE TO WS-BROWSE-KEY

           EXEC CICS STARTBR FILE('DEPTMAST') RIDFLD(WS-BROWSE-KEY)
               GTEQ RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO DEPARTMENTS ON THE MASTER' TO WS-MESSAGE
               PERFORM 7500-SEND-BLANK THRU 7500-SEND-BLANK-EXIT
               GO TO 5000-BROWSE-NEXT-EXIT
           END-IF

           PERFORM 5100-READ-NEXT-RECORD THRU
                   5100-READ-NEXT-RECORD-EXIT

           EXEC CICS ENDBR FILE('DEPTMAST') RESP(WS-RESP) END-EXEC

           IF QA-RECORD-FOUND
               MOVE SPACES TO WS-MESSAGE
               PERFORM 7000-SEND-RECORD THRU 7000-SEND-RECORD-EXIT
           ELSE
               MOVE 'NO MORE DEPARTMENTS - PF3 TO EXIT' TO WS-MESSAGE
               PERFORM 7500-SEND-BLANK THRU 7500-SEND-BLANK-EXIT
           END-IF.

       5000-BROWSE-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-READ-NEXT-RECORD -- skip the record the browse is
      * positioned on when it is the one already shown.
      *-----------------------------------------------------------------
       5100-READ-NEXT-RECORD.
           MOVE 'N' TO QA-SW-FOUND

           EXEC CICS READNEXT FILE('DEPTMAST')
               INTO(QG1-DEPTMAST-RECORD) RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5100-READ-NEXT-RECORD-EXIT
           END-IF

           IF QG1-DPT-CODE = QG1-DPM-LAST-CODE
               EXEC CICS READNEXT FILE('DEPTMAST')
                   INTO(QG1-DEPTMAST-RECORD) RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   GO TO 5100-READ-NEXT-RECORD-EXIT
               END-IF
           END-IF

           SET QA-RECORD-FOUND TO TRUE.

       5100-READ-NEXT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-READ-FOR-UPDATE
      *-----------------------------------------------------------------
       6000-READ-FOR-UPDATE.
           MOVE 'N' TO QA-SW-FOUND
           MOVE QDCODI TO QG1-DPT-CODE

           EXEC CICS READ FILE('DEPTMAST') INTO(QG1-DEPTMAST-RECORD)
               RIDFLD(QG1-DPT-CODE) UPDATE RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DEPARTMENT NOT ON THE MASTER' TO WS-MESSAGE
               GO TO 6000-READ-FOR-UPDATE-EXIT
           END-IF

           SET QA-RECORD-FOUND TO TRUE.

       6000-READ-FOR-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-STAMP-DATE-TIME -- from the CICS region clock.
      *-----------------------------------------------------------------
       6100-STAMP-DATE-TIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC

           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-SYSTEM-DATE) TIME(WS-SYSTEM-TIME)
           END-EXEC

           STRING WS-SD-YYYY "-" WS-SD-MM "-" WS-SD-DD
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           STRING WS-ST-HH ":" WS-ST-MM ":" WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       6100-STAMP-DATE-TIME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6300-LOG-MAINT-ACTION -- one audit record per maintenance
      * action, onto the shared AUDITLOG ESDS: who (userid and
      * terminal), what (WS-AUDIT-VERB), which department and from
      * when.  QG1CXAUC seals it onto the chain.
      *-----------------------------------------------------------------
       6300-LOG-MAINT-ACTION.
           PERFORM 6100-STAMP-DATE-TIME THRU 6100-STAMP-DATE-TIME-EXIT

           MOVE 'QG1CX039'      TO QG1-AUD-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO QG1-AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO QG1-AUD-RUN-TIME
           MOVE SPACES          TO QG1-AUD-SUMMARY
           STRING 'USER=' WS-OPERATOR
               ' TERM=' EIBTRMID
               ' ' WS-AUDIT-VERB
               ' DEPT=' QG1-DPT-CODE
               ' STAT=' QG1-DPT-STATUS
               ' EFF=' QG1-DPT-EFF-DATE
               DELIMITED BY SIZE INTO QG1-AUD-SUMMARY

           EXEC CICS LINK PROGRAM('QG1CXAUC')
               COMMAREA(QG1-AUDIT-RECORD) RESP(WS-RESP)
           END-EXEC.

       6300-LOG-MAINT-ACTION-EXIT.
           EXIT.

      *=================================================================
      * 7000-SEND-RECORD -- the department record on screen, then      *
      * return for the next key.                                       *
      *=================================================================
       7000-SEND-RECORD.
           MOVE SPACES TO QG1MAPDO
           MOVE QG1-DPT-CODE       TO QDCODO
           MOVE QG1-DPT-NAME       TO QDNAMO
           MOVE QG1-DPT-CONTACT    TO QDCONO
           MOVE QG1-DPT-EFF-DATE   TO QDSINO
           MOVE QG1-DPT-COST-CENTER TO QDCSTO
           IF QG1-DPT-VAR-TOLERANCE NUMERIC AND
              QG1-DPT-VAR-TOLERANCE > ZERO
               MOVE QG1-DPT-VAR-TOLERANCE TO WS-TOL-ENTRY-N
               MOVE WS-TOL-ENTRY          TO QDTOLO
           END-IF

           EVALUATE TRUE
               WHEN QG1-DPT-ACTIVE
                   MOVE 'ACTIVE'   TO QDSTAO
               WHEN QG1-DPT-INACTIVE
                   MOVE 'INACTIVE' TO QDSTAO
               WHEN OTHER
                   MOVE '?'        TO QDSTAO
           END-EVALUATE

           STRING QG1-DPT-MAINT-USER ' ' QG1-DPT-MAINT-DATE
               DELIMITED BY SIZE INTO QDUPDO

           MOVE WS-MESSAGE TO QDMSGO
           MOVE -1 TO QDACTL

           MOVE QG1-DPT-CODE TO QG1-DPM-LAST-CODE

           EXEC CICS SEND MAP('QG1MAPD') MAPSET('QG1MSD1')
               FROM(QG1MAPDO) ERASE
           END-EXEC

           SET QG1-DPM-FN-ENTRY TO TRUE

           EXEC CICS RETURN TRANSID('QDPT')
               COMMAREA(QG1-DEPTMNT-COMMAREA)
           END-EXEC.

       7000-SEND-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7500-SEND-BLANK -- a fresh screen with just the message line.
      *-----------------------------------------------------------------
       7500-SEND-BLANK.
           MOVE SPACES TO QG1MAPDO
           MOVE WS-MESSAGE TO QDMSGO
           MOVE -1 TO QDACTL

           EXEC CICS SEND MAP('QG1MAPD') MAPSET('QG1MSD1')
               FROM(QG1MAPDO) ERASE
           END-EXEC

           SET QG1-DPM-FN-ENTRY TO TRUE

           EXEC CICS RETURN TRANSID('QDPT')
               COMMAREA(QG1-DEPTMNT-COMMAREA)
           END-EXEC.

       7500-SEND-BLANK-EXIT.
           EXIT.

      *=================================================================
      * 8000-END-SESSION -- PF3 or an unrecognised function; drop the  *
      * pseudo-conversation.                                           *
      *=================================================================
       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM('QG1CX039 SESSION ENDED')
               ERASE FREEKB
           END-EXEC

           EXEC CICS RETURN END-EXEC.

       8000-END-SESSION-EXIT.
           EXIT.

       END PROGRAM QG1CX039.
