      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Bulk department request upload - the batch side
      *               of the QREQ entry screen (QG1CX035).  A
      *               department that prepares its requests in its
      *               own system sends them as one UPLOAD submission
      *               (layout QG1WUPL): a header naming the department
      *               and the userid answerable for it, the request
      *               details, and a trailer with the detail count and
      *               the dividend and divisor totals.  The file is
      *               read twice.  The first pass checks its shape and
      *               balances it to the trailer; a submission that is
      *               not well formed, does not balance, or names a
      *               department that is not open on DEPTMAST is
      *               rejected whole and nothing is loaded.  The
      *               second pass makes the QREQ entry checks on each
      *               detail and adds the good ones to REQMAST -
      *               PENDING, or STANDING for action S, or AWAITING
      *               approval on QAPR when over the QG1WAPT
      *               threshold - with the header userid as the
      *               keying user.  A dated request sent without an
      *               id is given the next free U-series id.  UPLACK
      *               (layout QG1WACK) goes back to the department
      *               with every detail ACCEPTED under its id or
      *               REJECTED with the reason.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Each request loaded gets its own AUDITLOG entry
      *                 in the QREQ layout (USER= the header userid,
      *                 TERM=BTCH), so QTRC shows it as added by this
      *                 program rather than keyed on QREQ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX025.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPLOAD     ASSIGN TO UPLOAD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPLOAD-STATUS.

           SELECT REQMAST    ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QG1-RQM-REQ-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT DEPTMAST   ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-DPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT UPLACK     ASSIGN TO UPLACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPLACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPLOAD
           RECORDING MODE IS F.
           COPY QG1WUPL.

       FD  REQMAST.
           COPY QG1WRQM.

       FD  DEPTMAST.
           COPY QG1WDPT.

       FD  UPLACK
           RECORDING MODE IS F.
           COPY QG1WACK.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-UPLOAD-STATUS         PIC X(02) VALUE SPACES.
               88  WS-UPLOAD-OK             VALUE '00'.
               88  WS-UPLOAD-EOF            VALUE '10'.
           05  WS-REQMAST-STATUS        PIC X(02) VALUE SPACES.
               88  WS-REQMAST-OK            VALUE '00'.
               88  WS-REQMAST-EOF           VALUE '10'.
               88  WS-REQMAST-DUPKEY        VALUE '22'.
               88  WS-REQMAST-NOTFND        VALUE '23'.
               88  WS-REQMAST-EMPTY         VALUE '35'.
           05  WS-DEPTMAST-STATUS       PIC X(02) VALUE SPACES.
               88  WS-DEPTMAST-OK           VALUE '00'.
               88  WS-DEPTMAST-NOTFND       VALUE '23'.
               88  WS-DEPTMAST-EMPTY        VALUE '35'.
           05  WS-UPLACK-STATUS         PIC X(02) VALUE SPACES.
               88  WS-UPLACK-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES -- a never-loaded DEPTMAST opens with status 35;     *
      * every submission then fails its department check, as a       *
      * request keyed on QREQ would.                                  *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-UPL-EOF            PIC X(01) VALUE 'N'.
               88  QA-UPL-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-DPT-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-DEPTMAST-USABLE       VALUE 'Y'.
           05  QA-SW-SUBMISSION         PIC X(01) VALUE 'Y'.
               88  QA-SUBMISSION-GOOD       VALUE 'Y'.
               88  QA-SUBMISSION-REFUSED    VALUE 'N'.
           05  QA-SW-HEADER             PIC X(01) VALUE 'N'.
               88  QA-HEADER-SEEN           VALUE 'Y'.
           05  QA-SW-TRAILER            PIC X(01) VALUE 'N'.
               88  QA-TRAILER-SEEN          VALUE 'Y'.
           05  QA-SW-ENTRY              PIC X(01) VALUE 'Y'.
               88  QA-ENTRY-VALID           VALUE 'Y'.
               88  QA-ENTRY-INVALID         VALUE 'N'.
           05  QA-SW-THRESHOLD          PIC X(01) VALUE 'N'.
               88  QA-OVER-THRESHOLD        VALUE 'Y'.
           05  QA-SW-IDS-SCANNED        PIC X(01) VALUE 'N'.
               88  QA-IDS-SCANNED           VALUE 'Y'.
           05  QA-SW-SCAN-DONE          PIC X(01) VALUE 'N'.
               88  QA-SCAN-DONE             VALUE 'Y'.

      *---------------------------------------------------------------*
      * SUBMISSION CONTROL -- what the first pass found, to balance   *
      * against the trailer, and the header kept for the second       *
      * pass and the acknowledgement.                                 *
      *---------------------------------------------------------------*
       01  QA-SUBMISSION-CONTROL.
           05  QA-SUB-RECORDS           PIC 9(07) VALUE ZERO.
           05  QA-SUB-DETAILS           PIC 9(07) VALUE ZERO.
           05  QA-SUB-HASH-DVD          PIC 9(15) VALUE ZERO.
           05  QA-SUB-HASH-DVS          PIC 9(15) VALUE ZERO.
           05  QA-SUB-EXP-COUNT         PIC 9(07) VALUE ZERO.
           05  QA-SUB-EXP-HASH-DVD      PIC 9(15) VALUE ZERO.
           05  QA-SUB-EXP-HASH-DVS      PIC 9(15) VALUE ZERO.
           05  QA-SUB-DEPARTMENT        PIC X(08) VALUE SPACES.
           05  QA-SUB-SUBMIT-REF        PIC X(10) VALUE SPACES.
           05  QA-SUB-USERID            PIC X(08) VALUE SPACES.
           05  QA-SUB-REASON            PIC X(50) VALUE SPACES.
           05  QA-SUB-REFUSE-TEXT       PIC X(50) VALUE SPACES.

      *---------------------------------------------------------------*
      * RUN COUNTS -- details only; written to the acknowledgement    *
      * trailer and reported in the end-of-run audit entry.           *
      *---------------------------------------------------------------*
       01  QA-RUN-COUNTS.
           05  QA-CNT-READ              PIC 9(07) VALUE ZERO.
           05  QA-CNT-ACCEPTED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-AWAITING          PIC 9(07) VALUE ZERO.
           05  QA-CNT-REJECTED          PIC 9(07) VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * LOADER-ASSIGNED IDS -- 'U' and five digits, carried on from   *
      * the highest U-series id already on REQMAST.  An id ending in  *
      * 000 is passed over so an assigned id is never taken for a     *
      * standing order.                                               *
      *---------------------------------------------------------------*
       01  QA-UPLOAD-ID.
           05  QA-UID-PREFIX            PIC X(01) VALUE 'U'.
           05  QA-UID-NUMBER            PIC 9(05) VALUE ZERO.
           05  QA-UID-NUMBER-X REDEFINES QA-UID-NUMBER.
               10  FILLER               PIC X(02).
               10  QA-UID-LAST-3        PIC X(03).
       01  QA-NEW-REQ-ID                PIC X(06) VALUE SPACES.
       01  QA-SCAN-NUMBER-X             PIC X(05).
       01  QA-SCAN-NUMBER REDEFINES QA-SCAN-NUMBER-X
                                        PIC 9(05).

      *---------------------------------------------------------------*
      * DUAL-CONTROL THRESHOLDS -- a request over its type's figure   *
      * waits for approval on QAPR, as one keyed on QREQ would.       *
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
      * STANDING-REQUEST ENTRY WORK -- the first due date dissected   *
      * so the shape and the month/day ranges can be checked.         *
      *---------------------------------------------------------------*
       01  WS-DUE-ENTRY.
           05  WS-DUE-YYYY-X            PIC X(04).
           05  WS-DUE-SEP1              PIC X(01).
           05  WS-DUE-MM-X              PIC X(02).
           05  WS-DUE-SEP2              PIC X(01).
           05  WS-DUE-DD-X              PIC X(02).
       01  FILLER REDEFINES WS-DUE-ENTRY.
           05  WS-DUE-YYYY              PIC 9(04).
           05  FILLER                   PIC X(01).
           05  WS-DUE-MM                PIC 9(02).
           05  FILLER                   PIC X(01).
           05  WS-DUE-DD                PIC 9(02).

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
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX025'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

      *---------------------------------------------------------------*
      * PER-REQUEST AUDIT ENTRY -- the same 'USER= TERM= verb id'     *
      * layout QREQ writes, so QTRC reads both alike.  The terminal   *
      * is BTCH.                                                      *
      *---------------------------------------------------------------*
       01  QA-AUDIT-VERB                PIC X(10).
       01  QA-AUDIT-TERMINAL            PIC X(04) VALUE 'BTCH'.

       PROCEDURE DIVISION.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-BALANCE-ONE THRU 2000-BALANCE-ONE-EXIT
               UNTIL QA-UPL-END-OF-FILE

           PERFORM 2500-CHECK-SUBMISSION THRU
                   2500-CHECK-SUBMISSION-EXIT

           PERFORM 3000-START-LOAD THRU 3000-START-LOAD-EXIT

           PERFORM 4000-LOAD-ONE THRU 4000-LOAD-ONE-EXIT
               UNTIL QA-UPL-END-OF-FILE

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           STOP RUN.

      *=================================================================
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           OPEN INPUT  UPLOAD
           IF NOT WS-UPLOAD-OK
               DISPLAY 'QG1CX025 - UNABLE TO OPEN UPLOAD, STATUS '
                       WS-UPLOAD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REQMAST
      *    A freshly DEFINEd cluster that has never held a record
      *    opens with status 35; prime it with one OPEN OUTPUT and
      *    carry on.
           IF WS-REQMAST-EMPTY
               OPEN OUTPUT REQMAST
               CLOSE REQMAST
               OPEN I-O REQMAST
           END-IF
           IF NOT WS-REQMAST-OK
               DISPLAY 'QG1CX025 - UNABLE TO OPEN REQMAST, STATUS '
                       WS-REQMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DEPTMAST
           IF WS-DEPTMAST-EMPTY
               MOVE 'N' TO QA-SW-DPT-USABLE
           ELSE
               IF NOT WS-DEPTMAST-OK
                   DISPLAY 'QG1CX025 - UNABLE TO OPEN DEPTMAST, STATUS '
                           WS-DEPTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT UPLACK
           IF NOT WS-UPLACK-OK
               DISPLAY 'QG1CX025 - UNABLE TO OPEN UPLACK, STATUS '
                       WS-UPLACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT
           PERFORM 5200-STAMP-TIME THRU 5200-STAMP-TIME-EXIT

           PERFORM 1900-READ-UPLOAD THRU 1900-READ-UPLOAD-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-READ-UPLOAD
      *-----------------------------------------------------------------
       1900-READ-UPLOAD.
           READ UPLOAD
               AT END
                   SET QA-UPL-END-OF-FILE TO TRUE
           END-READ.

       1900-READ-UPLOAD-EXIT.
           EXIT.

      *=================================================================
      * 2000-BALANCE-ONE -- first pass, one record.  The shape is      *
      * checked as the file goes by (one header, first; details; one   *
      * trailer, last) and every detail's count and operand columns    *
      * are accumulated for 2500 to balance.  An operand that is not   *
      * all digits adds nothing; its detail will be rejected anyway.   *
      *=================================================================
       2000-BALANCE-ONE.
           ADD 1 TO QA-SUB-RECORDS

           IF QA-SUB-RECORDS = 1 AND NOT QG1-UPL-HEADER
               MOVE 'FIRST RECORD IS NOT A HEADER' TO
                   QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF

           IF QA-TRAILER-SEEN
               MOVE 'RECORDS FOLLOW THE TRAILER' TO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF

           EVALUATE TRUE
               WHEN QG1-UPL-HEADER
                   IF QA-HEADER-SEEN
                       MOVE 'MORE THAN ONE HEADER IN THE SUBMISSION'
                           TO QA-SUB-REFUSE-TEXT
                       PERFORM 2050-REFUSE-SUBMISSION THRU
                               2050-REFUSE-SUBMISSION-EXIT
                   ELSE
                       SET QA-HEADER-SEEN TO TRUE
                       MOVE QG1-UPL-HDR-DEPARTMENT TO
                           QA-SUB-DEPARTMENT
                       MOVE QG1-UPL-HDR-SUBMIT-REF TO
                           QA-SUB-SUBMIT-REF
                       MOVE QG1-UPL-HDR-USERID     TO QA-SUB-USERID
                   END-IF
               WHEN QG1-UPL-DETAIL
                   ADD 1 TO QA-SUB-DETAILS
                   MOVE QG1-UPL-DIVIDEND TO WS-DIVIDEND-ENTRY
                   IF WS-DIVIDEND-ENTRY NUMERIC
                       ADD WS-DIVIDEND-ENTRY-N TO QA-SUB-HASH-DVD
                   END-IF
                   MOVE QG1-UPL-DIVISOR  TO WS-DIVISOR-ENTRY
                   IF WS-DIVISOR-ENTRY NUMERIC
                       ADD WS-DIVISOR-ENTRY-N  TO QA-SUB-HASH-DVS
                   END-IF
               WHEN QG1-UPL-TRAILER
                   SET QA-TRAILER-SEEN TO TRUE
                   IF QG1-UPL-TRL-COUNT    NUMERIC AND
                      QG1-UPL-TRL-HASH-DVD NUMERIC AND
                      QG1-UPL-TRL-HASH-DVS NUMERIC
                       MOVE QG1-UPL-TRL-COUNT    TO QA-SUB-EXP-COUNT
                       MOVE QG1-UPL-TRL-HASH-DVD TO
                           QA-SUB-EXP-HASH-DVD
                       MOVE QG1-UPL-TRL-HASH-DVS TO
                           QA-SUB-EXP-HASH-DVS
                   ELSE
                       MOVE 'TRAILER COUNT OR TOTALS ARE NOT NUMERIC'
                           TO QA-SUB-REFUSE-TEXT
                       PERFORM 2050-REFUSE-SUBMISSION THRU
                               2050-REFUSE-SUBMISSION-EXIT
                   END-IF
               WHEN OTHER
                   STRING 'RECORD ' QA-SUB-RECORDS
                       ' IS NOT TYPE H, D OR T'
                       DELIMITED BY SIZE INTO QA-SUB-REFUSE-TEXT
                   PERFORM 2050-REFUSE-SUBMISSION THRU
                           2050-REFUSE-SUBMISSION-EXIT
           END-EVALUATE.

       2000-BALANCE-ONE-EXIT.
           PERFORM 1900-READ-UPLOAD THRU 1900-READ-UPLOAD-EXIT.

      *-----------------------------------------------------------------
      * 2050-REFUSE-SUBMISSION -- the whole file is rejected; the
      * first reason found is the one the department is told.
      *-----------------------------------------------------------------
       2050-REFUSE-SUBMISSION.
           IF QA-SUBMISSION-GOOD
               MOVE QA-SUB-REFUSE-TEXT TO QA-SUB-REASON
               SET QA-SUBMISSION-REFUSED TO TRUE
           END-IF
           MOVE SPACES TO QA-SUB-REFUSE-TEXT.

       2050-REFUSE-SUBMISSION-EXIT.
           EXIT.

      *=================================================================
      * 2500-CHECK-SUBMISSION -- end of the first pass.  The trailer   *
      * must be there and balance - detail count, dividend total and   *
      * divisor total - and the header must name a submitting userid   *
      * and a department open today on DEPTMAST.                       *
      *=================================================================
       2500-CHECK-SUBMISSION.
           IF QA-SUB-RECORDS = ZERO
               MOVE 'SUBMISSION FILE IS EMPTY' TO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
               GO TO 2500-CHECK-SUBMISSION-EXIT
           END-IF

           IF NOT QA-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD - SUBMISSION IS INCOMPLETE' TO
                   QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
               GO TO 2500-CHECK-SUBMISSION-EXIT
           END-IF

           IF QA-SUB-DETAILS NOT = QA-SUB-EXP-COUNT
               STRING 'TRAILER COUNT ' QA-SUB-EXP-COUNT
                   ' BUT ' QA-SUB-DETAILS ' DETAILS SENT'
                   DELIMITED BY SIZE INTO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF

           IF QA-SUB-HASH-DVD NOT = QA-SUB-EXP-HASH-DVD
               MOVE 'DIVIDEND TOTAL DOES NOT BALANCE TO THE TRAILER'
                   TO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF

           IF QA-SUB-HASH-DVS NOT = QA-SUB-EXP-HASH-DVS
               MOVE 'DIVISOR TOTAL DOES NOT BALANCE TO THE TRAILER'
                   TO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF

           IF NOT QA-HEADER-SEEN
               GO TO 2500-CHECK-SUBMISSION-EXIT
           END-IF

           IF QA-SUB-USERID = SPACES
               MOVE 'HEADER NAMES NO SUBMITTING USERID' TO
                   QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF

           IF QA-SUB-DEPARTMENT = SPACES
               MOVE 'HEADER NAMES NO DEPARTMENT' TO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
               GO TO 2500-CHECK-SUBMISSION-EXIT
           END-IF

           PERFORM 2560-CHECK-DEPARTMENT THRU
                   2560-CHECK-DEPARTMENT-EXIT.

       2500-CHECK-SUBMISSION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2560-CHECK-DEPARTMENT -- the header department must be on the
      * DEPTMAST master and open today, as QREQ requires of every
      * request keyed.  The status takes effect on QG1-DPT-EFF-DATE:
      * an active department is open from that date on, an inactive
      * one stays open until it.
      *-----------------------------------------------------------------
       2560-CHECK-DEPARTMENT.
           IF NOT QA-DEPTMAST-USABLE
               STRING 'DEPARTMENT ' QA-SUB-DEPARTMENT
                   ' IS NOT ON THE DEPARTMENT MASTER'
                   DELIMITED BY SIZE INTO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
               GO TO 2560-CHECK-DEPARTMENT-EXIT
           END-IF

           MOVE QA-SUB-DEPARTMENT TO QG1-DPT-CODE
           READ DEPTMAST
           EVALUATE TRUE
               WHEN WS-DEPTMAST-OK
                   CONTINUE
               WHEN WS-DEPTMAST-NOTFND
                   STRING 'DEPARTMENT ' QA-SUB-DEPARTMENT
                       ' IS NOT ON THE DEPARTMENT MASTER'
                       DELIMITED BY SIZE INTO QA-SUB-REFUSE-TEXT
                   PERFORM 2050-REFUSE-SUBMISSION THRU
                           2050-REFUSE-SUBMISSION-EXIT
                   GO TO 2560-CHECK-DEPARTMENT-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX025 - READ OF DEPTMAST FAILED, STATUS '
                           WS-DEPTMAST-STATUS
                           ' DEPT ' QA-SUB-DEPARTMENT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF QG1-DPT-ACTIVE AND QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QA-SUB-DEPARTMENT
                   ' IS NOT ACTIVE UNTIL ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
               GO TO 2560-CHECK-DEPARTMENT-EXIT
           END-IF

           IF NOT QG1-DPT-ACTIVE AND
              NOT QG1-DPT-EFF-DATE > WS-CURRENT-DATE
               STRING 'DEPARTMENT ' QA-SUB-DEPARTMENT
                   ' IS INACTIVE SINCE ' QG1-DPT-EFF-DATE
                   DELIMITED BY SIZE INTO QA-SUB-REFUSE-TEXT
               PERFORM 2050-REFUSE-SUBMISSION THRU
                       2050-REFUSE-SUBMISSION-EXIT
           END-IF.

       2560-CHECK-DEPARTMENT-EXIT.
           EXIT.

      *=================================================================
      * 3000-START-LOAD -- rewind UPLOAD for the second pass and open  *
      * the acknowledgement with its header.                           *
      *=================================================================
       3000-START-LOAD.
           CLOSE UPLOAD
           MOVE 'N' TO QA-SW-UPL-EOF
           OPEN INPUT UPLOAD
           IF NOT WS-UPLOAD-OK
               DISPLAY 'QG1CX025 - UNABLE TO REOPEN UPLOAD, STATUS '
                       WS-UPLOAD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES             TO QG1-UPLACK-RECORD
           SET QG1-ACK-HEADER      TO TRUE
           MOVE QA-SUB-DEPARTMENT  TO QG1-ACK-HDR-DEPARTMENT
           MOVE QA-SUB-SUBMIT-REF  TO QG1-ACK-HDR-SUBMIT-REF
           MOVE WS-CURRENT-DATE    TO QG1-ACK-HDR-RUN-DATE
           MOVE WS-CURRENT-TIME    TO QG1-ACK-HDR-RUN-TIME
           IF QA-SUBMISSION-GOOD
               SET QG1-ACK-HDR-PROCESSED TO TRUE
           ELSE
               SET QG1-ACK-HDR-REJECTED  TO TRUE
               MOVE QA-SUB-REASON  TO QG1-ACK-HDR-REASON
           END-IF
           PERFORM 4950-WRITE-ACK THRU 4950-WRITE-ACK-EXIT

           PERFORM 1900-READ-UPLOAD THRU 1900-READ-UPLOAD-EXIT.

       3000-START-LOAD-EXIT.
           EXIT.

      *=================================================================
      * 4000-LOAD-ONE -- second pass, one record.  Headers and         *
      * trailers were dealt with by the first pass.  Every check is    *
      * made before the write; a detail that fails one is acknowledged *
      * REJECTED and leaves REQMAST untouched.  When the submission    *
      * was rejected whole, every detail is acknowledged as not        *
      * loaded so the department sees all of them come back.           *
      *=================================================================
       4000-LOAD-ONE.
           IF NOT QG1-UPL-DETAIL
               GO TO 4000-LOAD-ONE-EXIT
           END-IF

           ADD 1 TO QA-CNT-READ
           SET QA-ENTRY-VALID TO TRUE

           MOVE SPACES            TO QG1-UPLACK-RECORD
           SET QG1-ACK-DETAIL     TO TRUE
           MOVE QA-CNT-READ       TO QG1-ACK-LINE-NO
           MOVE QG1-UPL-DEPT-REF  TO QG1-ACK-DEPT-REF
           MOVE QG1-UPL-REQ-ID    TO QG1-ACK-REQ-ID

           IF QA-SUBMISSION-REFUSED
               MOVE 'NOT LOADED - SUBMISSION REJECTED, SEE HEADER' TO
                   QG1-ACK-REASON
               PERFORM 4900-REJECT THRU 4900-REJECT-EXIT
               GO TO 4000-LOAD-ONE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN QG1-UPL-ADD
                   PERFORM 4200-VALIDATE-ENTRY THRU
                           4200-VALIDATE-ENTRY-EXIT
               WHEN QG1-UPL-STANDING
                   PERFORM 4300-VALIDATE-STANDING THRU
                           4300-VALIDATE-STANDING-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE A OR S' TO QG1-ACK-REASON
                   SET QA-ENTRY-INVALID TO TRUE
           END-EVALUATE
           IF QA-ENTRY-INVALID
               PERFORM 4900-REJECT THRU 4900-REJECT-EXIT
               GO TO 4000-LOAD-ONE-EXIT
           END-IF

           PERFORM 4400-SET-REQUEST-ID THRU 4400-SET-REQUEST-ID-EXIT
           IF QA-ENTRY-INVALID
               PERFORM 4900-REJECT THRU 4900-REJECT-EXIT
               GO TO 4000-LOAD-ONE-EXIT
           END-IF

           PERFORM 4600-BUILD-RECORD THRU 4600-BUILD-RECORD-EXIT

           WRITE QG1-REQMAST-RECORD
           EVALUATE TRUE
               WHEN WS-REQMAST-OK
                   CONTINUE
               WHEN WS-REQMAST-DUPKEY
                   MOVE 'REQUEST ID IS ALREADY ON REQMAST' TO
                       QG1-ACK-REASON
                   PERFORM 4900-REJECT THRU 4900-REJECT-EXIT
                   GO TO 4000-LOAD-ONE-EXIT
               WHEN OTHER
                   DISPLAY 'QG1CX025 - WRITE TO REQMAST FAILED, STATUS '
                           WS-REQMAST-STATUS
                           ' REQ-ID ' QG1-RQM-REQ-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ADD 1 TO QA-CNT-ACCEPTED
           SET QG1-ACK-ACCEPTED     TO TRUE
           MOVE QG1-RQM-REQ-ID      TO QG1-ACK-REQ-ID
           MOVE QG1-RQM-STATUS      TO QG1-ACK-RQM-STATUS
           EVALUATE TRUE
               WHEN QG1-RQM-AWAITING
                   ADD 1 TO QA-CNT-AWAITING
                   MOVE 'ADDED - OVER THRESHOLD, AWAITS APPROVAL ON '
                       TO QG1-ACK-REASON
                   MOVE 'QAPR' TO QG1-ACK-REASON (44:4)
               WHEN QG1-RQM-STANDING
                   MOVE 'STANDING REQUEST ADDED' TO QG1-ACK-REASON
               WHEN OTHER
                   MOVE 'REQUEST ADDED PENDING' TO QG1-ACK-REASON
           END-EVALUATE
           PERFORM 4950-WRITE-ACK THRU 4950-WRITE-ACK-EXIT

           PERFORM 4700-LOG-LOADED-REQUEST THRU
                   4700-LOG-LOADED-REQUEST-EXIT.

       4000-LOAD-ONE-EXIT.
           PERFORM 1900-READ-UPLOAD THRU 1900-READ-UPLOAD-EXIT.

      *-----------------------------------------------------------------
      * 4200-VALIDATE-ENTRY -- the detail's type and operands, checked
      * as QREQ's 2500-VALIDATE-ENTRY checks them.  The department
      * is the header's and was checked once in 2560.
      *-----------------------------------------------------------------
       4200-VALIDATE-ENTRY.
           SET QA-ENTRY-VALID TO TRUE

           IF QG1-UPL-REQ-TYPE NOT = 'I' AND
              QG1-UPL-REQ-TYPE NOT = 'D' AND
              QG1-UPL-REQ-TYPE NOT = 'A' AND
              QG1-UPL-REQ-TYPE NOT = 'M' AND
              QG1-UPL-REQ-TYPE NOT = 'P'
               MOVE 'TYPE MUST BE I, D, A, M OR P' TO QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4200-VALIDATE-ENTRY-EXIT
           END-IF

           MOVE QG1-UPL-DIVIDEND TO WS-DIVIDEND-ENTRY
           MOVE QG1-UPL-DIVISOR  TO WS-DIVISOR-ENTRY

           IF WS-DIVIDEND-ENTRY NOT NUMERIC OR
              WS-DIVISOR-ENTRY  NOT NUMERIC
               MOVE 'OPERANDS MUST BE ALL DIGITS' TO QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4200-VALIDATE-ENTRY-EXIT
           END-IF

           IF WS-DIVISOR-ENTRY-N = ZERO AND
              QG1-UPL-REQ-TYPE NOT = 'M' AND
              QG1-UPL-REQ-TYPE NOT = 'P'
               MOVE 'THE DIVISOR MUST NOT BE ZERO' TO QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4200-VALIDATE-ENTRY-EXIT
           END-IF

           IF QG1-UPL-REQ-TYPE = 'I'
               IF WS-DIVIDEND-ENTRY-N > 999999999 OR
                  WS-DIVISOR-ENTRY-N  > 999999999
                   MOVE 'INTEGER OPERANDS MUST FIT IN NINE DIGITS'
                       TO QG1-ACK-REASON
                   SET QA-ENTRY-INVALID TO TRUE
                   GO TO 4200-VALIDATE-ENTRY-EXIT
               END-IF
           END-IF

           IF QG1-UPL-REQ-TYPE = 'A' AND WS-DIVISOR-ENTRY-N > 9999
               MOVE 'ALLOCATION WAYS MUST BE 1 THROUGH 9999' TO
                   QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       4200-VALIDATE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-VALIDATE-STANDING -- the extra rules a standing request
      * adds on top of 4200's operand checks, as QREQ's
      * 2700-VALIDATE-STANDING makes them: the id must end in 000,
      * the frequency must be D, W or M, and the first due date must
      * be a real YYYY-MM-DD.  A standing request is never given a
      * loader-assigned id.
      *-----------------------------------------------------------------
       4300-VALIDATE-STANDING.
           PERFORM 4200-VALIDATE-ENTRY THRU 4200-VALIDATE-ENTRY-EXIT
           IF QA-ENTRY-INVALID
               GO TO 4300-VALIDATE-STANDING-EXIT
           END-IF

           IF QG1-UPL-REQ-ID = SPACES OR
              QG1-UPL-REQ-ID (4:3) NOT = '000'
               MOVE 'A STANDING REQUEST ID MUST END IN 000' TO
                   QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4300-VALIDATE-STANDING-EXIT
           END-IF

           IF QG1-UPL-FREQUENCY NOT = 'D' AND
              QG1-UPL-FREQUENCY NOT = 'W' AND
              QG1-UPL-FREQUENCY NOT = 'M'
               MOVE 'FREQUENCY MUST BE D, W OR M' TO QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4300-VALIDATE-STANDING-EXIT
           END-IF

           MOVE QG1-UPL-NEXT-DUE TO WS-DUE-ENTRY
           IF WS-DUE-YYYY-X NOT NUMERIC OR
              WS-DUE-MM-X   NOT NUMERIC OR
              WS-DUE-DD-X   NOT NUMERIC OR
              WS-DUE-SEP1   NOT = '-'   OR
              WS-DUE-SEP2   NOT = '-'
               MOVE 'NEXT DUE MUST BE YYYY-MM-DD' TO QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4300-VALIDATE-STANDING-EXIT
           END-IF

           IF WS-DUE-MM < 1 OR WS-DUE-MM > 12 OR
              WS-DUE-DD < 1 OR WS-DUE-DD > 31
               MOVE 'NEXT DUE MONTH OR DAY IS OUT OF RANGE' TO
                   QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
           END-IF.

       4300-VALIDATE-STANDING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-SET-REQUEST-ID -- a keyed id must be new to REQMAST (an
      * id sent twice in one submission finds its first copy already
      * added); a blank one on a dated request is assigned.
      *-----------------------------------------------------------------
       4400-SET-REQUEST-ID.
           MOVE QG1-UPL-REQ-ID TO QA-NEW-REQ-ID
           IF QG1-UPL-REQ-ID = SPACES
               PERFORM 4450-ASSIGN-ID THRU 4450-ASSIGN-ID-EXIT
               GO TO 4400-SET-REQUEST-ID-EXIT
           END-IF

           MOVE QG1-UPL-REQ-ID TO QG1-RQM-REQ-ID
           READ REQMAST
           EVALUATE TRUE
               WHEN WS-REQMAST-NOTFND
                   CONTINUE
               WHEN WS-REQMAST-OK
                   MOVE 'REQUEST ID IS ALREADY ON REQMAST' TO
                       QG1-ACK-REASON
                   SET QA-ENTRY-INVALID TO TRUE
               WHEN OTHER
                   DISPLAY 'QG1CX025 - READ OF REQMAST FAILED, STATUS '
                           WS-REQMAST-STATUS
                           ' REQ-ID ' QG1-UPL-REQ-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       4400-SET-REQUEST-ID-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4450-ASSIGN-ID -- the next U-series id not on REQMAST.  The
      * highest one on file is found on the first call; ids ending in
      * 000 are stepped over, and so is one keyed on QREQ meanwhile.
      *-----------------------------------------------------------------
       4450-ASSIGN-ID.
           IF NOT QA-IDS-SCANNED
               PERFORM 4460-FIND-LAST-ID THRU 4460-FIND-LAST-ID-EXIT
           END-IF.

       4450-NEXT-ID.
           IF QA-UID-NUMBER = 99999
               MOVE 'NO LOADER IDS LEFT - SEND THE REQUEST ID' TO
                   QG1-ACK-REASON
               SET QA-ENTRY-INVALID TO TRUE
               GO TO 4450-ASSIGN-ID-EXIT
           END-IF

           ADD 1 TO QA-UID-NUMBER
           IF QA-UID-LAST-3 = '000'
               GO TO 4450-NEXT-ID
           END-IF

           MOVE QA-UPLOAD-ID TO QG1-RQM-REQ-ID
           READ REQMAST
           EVALUATE TRUE
               WHEN WS-REQMAST-NOTFND
                   MOVE QA-UPLOAD-ID TO QA-NEW-REQ-ID
               WHEN WS-REQMAST-OK
                   GO TO 4450-NEXT-ID
               WHEN OTHER
                   DISPLAY 'QG1CX025 - READ OF REQMAST FAILED, STATUS '
                           WS-REQMAST-STATUS
                           ' REQ-ID ' QA-UPLOAD-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       4450-ASSIGN-ID-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4460-FIND-LAST-ID -- browse the U-series ids on REQMAST for
      * the highest number in use.
      *-----------------------------------------------------------------
       4460-FIND-LAST-ID.
           SET QA-IDS-SCANNED TO TRUE
           MOVE ZERO TO QA-UID-NUMBER

           MOVE 'U00000' TO QG1-RQM-REQ-ID
           START REQMAST KEY NOT < QG1-RQM-REQ-ID
           IF NOT WS-REQMAST-OK
               GO TO 4460-FIND-LAST-ID-EXIT
           END-IF

           MOVE 'N' TO QA-SW-SCAN-DONE
           PERFORM 4470-SCAN-ONE-ID THRU 4470-SCAN-ONE-ID-EXIT
               UNTIL QA-SCAN-DONE.

       4460-FIND-LAST-ID-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4470-SCAN-ONE-ID
      *-----------------------------------------------------------------
       4470-SCAN-ONE-ID.
           READ REQMAST NEXT RECORD
               AT END
                   SET QA-SCAN-DONE TO TRUE
                   GO TO 4470-SCAN-ONE-ID-EXIT
           END-READ

           IF QG1-RQM-REQ-ID (1:1) NOT = 'U'
               SET QA-SCAN-DONE TO TRUE
               GO TO 4470-SCAN-ONE-ID-EXIT
           END-IF

           MOVE QG1-RQM-REQ-ID (2:5) TO QA-SCAN-NUMBER-X
           IF QA-SCAN-NUMBER-X NUMERIC
               IF QA-SCAN-NUMBER > QA-UID-NUMBER
                   MOVE QA-SCAN-NUMBER TO QA-UID-NUMBER
               END-IF
           END-IF.

       4470-SCAN-ONE-ID-EXIT.
           EXIT.

      *=================================================================
      * 4600-BUILD-RECORD -- the validated detail as a REQMAST record, *
      * its operand set filled for the type the way QREQ's             *
      * 2600-MOVE-ENTRY-TO-RECORD fills it.  Over its type's           *
      * threshold it goes on AWAITING approval, with its frequency     *
      * kept when standing; otherwise PENDING or STANDING.  The        *
      * header userid is the keying user, so QAPR will want a          *
      * different one to release it.                                   *
      *=================================================================
       4600-BUILD-RECORD.
           MOVE SPACES             TO QG1-REQMAST-RECORD
           MOVE QA-NEW-REQ-ID      TO QG1-RQM-REQ-ID
           MOVE QG1-UPL-REQ-TYPE   TO QG1-RQM-REQ-TYPE
           MOVE QA-SUB-DEPARTMENT  TO QG1-RQM-DEPARTMENT

           EVALUATE QG1-UPL-REQ-TYPE
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

           PERFORM 4650-CHECK-THRESHOLD THRU 4650-CHECK-THRESHOLD-EXIT
           EVALUATE TRUE
               WHEN QA-OVER-THRESHOLD
                   SET QG1-RQM-AWAITING TO TRUE
               WHEN QG1-UPL-STANDING
                   SET QG1-RQM-STANDING TO TRUE
               WHEN OTHER
                   SET QG1-RQM-PENDING  TO TRUE
           END-EVALUATE

           PERFORM 5200-STAMP-TIME THRU 5200-STAMP-TIME-EXIT
           MOVE WS-CURRENT-DATE    TO QG1-RQM-ENTERED-DATE
           MOVE WS-CURRENT-TIME    TO QG1-RQM-ENTERED-TIME
           MOVE SPACES             TO QG1-RQM-TAKEN-DATE
           MOVE SPACES             TO QG1-RQM-SOURCE-ID
           MOVE QA-SUB-USERID      TO QG1-RQM-KEYED-USER
           MOVE ZERO               TO QG1-RQM-GEN-COUNT

           IF QG1-UPL-STANDING
               MOVE QG1-UPL-FREQUENCY TO QG1-RQM-FREQUENCY
               MOVE QG1-UPL-NEXT-DUE  TO QG1-RQM-NEXT-DUE
           END-IF.

       4600-BUILD-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4650-CHECK-THRESHOLD -- is the request's amount over its
      * type's dual-control threshold?  The dividend is the amount:
      * the integer one for type I, the one with cents for the rest.
      *-----------------------------------------------------------------
       4650-CHECK-THRESHOLD.
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

       4650-CHECK-THRESHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-LOG-LOADED-REQUEST -- one AUDITLOG entry per request
      * added, with the verb QREQ would have logged for it.
      *-----------------------------------------------------------------
       4700-LOG-LOADED-REQUEST.
           EVALUATE TRUE
               WHEN QG1-RQM-AWAITING AND QG1-UPL-STANDING
                   MOVE 'STD AWAIT' TO QA-AUDIT-VERB
               WHEN QG1-RQM-AWAITING
                   MOVE 'ADD AWAIT' TO QA-AUDIT-VERB
               WHEN QG1-RQM-STANDING
                   MOVE 'ADDED STD' TO QA-AUDIT-VERB
               WHEN OTHER
                   MOVE 'ADDED'     TO QA-AUDIT-VERB
           END-EVALUATE

           MOVE 'W' TO QA-AUDIT-FUNCTION
           MOVE SPACES TO QA-AUDIT-SUMMARY
           STRING 'USER=' QA-SUB-USERID
               ' TERM=' QA-AUDIT-TERMINAL
               ' ' QA-AUDIT-VERB
               ' ' QG1-RQM-REQ-ID
               ' DEPT=' QG1-RQM-DEPARTMENT
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE.

       4700-LOG-LOADED-REQUEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4900-REJECT -- acknowledge the detail REJECTED with the reason
      * left in QG1-ACK-REASON.
      *-----------------------------------------------------------------
       4900-REJECT.
           ADD 1 TO QA-CNT-REJECTED
           SET QG1-ACK-REJECTED TO TRUE
           MOVE SPACES          TO QG1-ACK-RQM-STATUS
           PERFORM 4950-WRITE-ACK THRU 4950-WRITE-ACK-EXIT.

       4900-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4950-WRITE-ACK
      *-----------------------------------------------------------------
       4950-WRITE-ACK.
           WRITE QG1-UPLACK-RECORD
           IF NOT WS-UPLACK-OK
               DISPLAY 'QG1CX025 - WRITE TO UPLACK FAILED, STATUS '
                       WS-UPLACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4950-WRITE-ACK-EXIT.
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
      * 5200-STAMP-TIME -- the run's start for the acknowledgement
      * header, then each request's entry time.
      *-----------------------------------------------------------------
       5200-STAMP-TIME.
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-TIME
           STRING WS-ST-HH  ":"  WS-ST-MM  ":"  WS-ST-SS
               DELIMITED BY SIZE INTO WS-CURRENT-TIME.

       5200-STAMP-TIME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-WRITE-ACK-TRAILER -- the detail counts.
      *-----------------------------------------------------------------
       8000-WRITE-ACK-TRAILER.
           MOVE SPACES            TO QG1-UPLACK-RECORD
           SET QG1-ACK-TRAILER    TO TRUE
           MOVE QA-CNT-READ       TO QG1-ACK-TRL-READ
           MOVE QA-CNT-ACCEPTED   TO QG1-ACK-TRL-ACCEPTED
           MOVE QA-CNT-AWAITING   TO QG1-ACK-TRL-AWAITING
           MOVE QA-CNT-REJECTED   TO QG1-ACK-TRL-REJECTED
           PERFORM 4950-WRITE-ACK THRU 4950-WRITE-ACK-EXIT.

       8000-WRITE-ACK-TRAILER-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- 0 when every detail was loaded, 4 when any   *
      * was rejected, 8 when the submission was rejected whole.        *
      *=================================================================
       9000-TERMINATE.
           EVALUATE TRUE
               WHEN QA-SUBMISSION-REFUSED
                   MOVE 8 TO QA-RUN-RC
                   DISPLAY 'QG1CX025 *** SUBMISSION ' QA-SUB-SUBMIT-REF
                           ' FROM ' QA-SUB-DEPARTMENT
                           ' REJECTED - ' QA-SUB-REASON
                       UPON CONSOLE
                   DISPLAY 'QG1CX025 *** SUBMISSION ' QA-SUB-SUBMIT-REF
                           ' FROM ' QA-SUB-DEPARTMENT
                           ' REJECTED - ' QA-SUB-REASON
               WHEN QA-CNT-REJECTED > ZERO
                   MOVE 4 TO QA-RUN-RC
           END-EVALUATE

           PERFORM 8000-WRITE-ACK-TRAILER THRU
                   8000-WRITE-ACK-TRAILER-EXIT

           DISPLAY 'QG1CX025 - DEPT ' QA-SUB-DEPARTMENT
                   ' READ ' QA-CNT-READ
                   ' ACCEPTED ' QA-CNT-ACCEPTED
                   ' AWAITING ' QA-CNT-AWAITING
                   ' REJECTED ' QA-CNT-REJECTED

           MOVE 'W' TO QA-AUDIT-FUNCTION
           MOVE SPACES TO QA-AUDIT-SUMMARY
           STRING 'UPLOAD DEPT=' QA-SUB-DEPARTMENT
               ' REF=' QA-SUB-SUBMIT-REF
               ' READ=' QA-CNT-READ
               ' ACC=' QA-CNT-ACCEPTED
               ' REJ=' QA-CNT-REJECTED
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           CLOSE UPLOAD
           CLOSE REQMAST
           IF QA-DEPTMAST-USABLE
               CLOSE DEPTMAST
           END-IF
           CLOSE UPLACK

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX025.
