      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : Month-end department chargeback.  Bills each
      *               requesting department for the calculation
      *               service - every result that ran in the billing
      *               month, priced per request by type (I, D, A, M,
      *               P) from the RATETAB rate table (QG1WRTE) in
      *               force on the day it ran, plus the recycle
      *               surcharge when the request failed, went through
      *               REPAIRS and was recycled back out.  The results
      *               come from the live RESULTS master and from the
      *               QG1CX018 RESARCH archive generations, so a
      *               result archived partway through the month is
      *               still billed.  They pass through an internal
      *               SORT on department and request id; CHGRPT gets
      *               one statement per department and a closing
      *               summary page, and CHGEXT (QG1WCHG) one record
      *               per department per charge for the billing load.
      *               A result since reversed is not billed - when a
      *               replacement was raised it is billed in its own
      *               right once it runs - and the trailer counts the
      *               reversed results left out.
      * Tectonics   : cobc -x
      * Mod history :
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  Reversed results, live or archived, are left
      *                 out of the billing and counted on the trailer,
      *                 so a reversal with a replacement no longer
      *                 bills the department twice for one request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX021.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS    ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QG1-RSM-REQ-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESARCH    ASSIGN TO RESARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESARCH-STATUS.

           SELECT REPAIRS    ASSIGN TO REPAIRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-RPR-REQ-ID
               FILE STATUS IS WS-REPAIRS-STATUS.

           SELECT DEPTMAST   ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QG1-DPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT RATETAB    ASSIGN TO RATETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

           SELECT CHGRPT     ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

           SELECT CHGEXT     ASSIGN TO CHGEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGEXT-STATUS.

           SELECT SORTWORK   ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS.
           COPY QG1WRSM.

       FD  RESARCH
           RECORDING MODE IS F.
           COPY QG1WRSM REPLACING
               ==QG1-RESULT-RECORD==  BY ==QG1-RESARCH-RECORD==
               LEADING ==QG1-RSM-==   BY ==QG1-ARC-==.

       FD  REPAIRS.
           COPY QG1WRPR.

       FD  DEPTMAST.
           COPY QG1WDPT.

       FD  RATETAB
           RECORDING MODE IS F.
           COPY QG1WRTE.

       FD  CHGRPT
           RECORDING MODE IS F.
           COPY QG1WRPT REPLACING
               ==QG1-DIVRPT-RECORD==  BY ==QG1-CHGRPT-RECORD==
               ==QG1-RPT-LINE==       BY ==QG1-CHGRPT-LINE==.

       FD  CHGEXT
           RECORDING MODE IS F.
           COPY QG1WCHG.

      *---------------------------------------------------------------*
      * SORT WORK -- one billable result, already priced, on its way  *
      * to the department statements.                                 *
      *---------------------------------------------------------------*
       SD  SORTWORK.
       01  QG1-SORTWORK-RECORD.
           05  QG1-SRT-DEPARTMENT       PIC X(08).
           05  QG1-SRT-REQ-ID           PIC X(06).
           05  QG1-SRT-REQ-TYPE         PIC X(01).
           05  QG1-SRT-RUN-DATE         PIC X(10).
           05  QG1-SRT-ORIGIN           PIC X(01).
               88  QG1-SRT-FROM-LIVE        VALUE 'L'.
               88  QG1-SRT-FROM-ARCHIVE     VALUE 'A'.
           05  QG1-SRT-RECYCLED         PIC X(01).
               88  QG1-SRT-WAS-RECYCLED     VALUE 'Y'.
           05  QG1-SRT-PRICED           PIC X(01).
               88  QG1-SRT-IS-PRICED        VALUE 'Y'.
           05  QG1-SRT-RATE             PIC 9(05)V99.
           05  QG1-SRT-SURCHARGE        PIC 9(05)V99.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * FILE STATUS FIELDS                                            *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RESULTS-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESULTS-OK            VALUE '00'.
               88  WS-RESULTS-EOF           VALUE '10'.
               88  WS-RESULTS-EMPTY         VALUE '35'.
           05  WS-RESARCH-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RESARCH-OK            VALUE '00'.
               88  WS-RESARCH-EOF           VALUE '10'.
           05  WS-REPAIRS-STATUS        PIC X(02) VALUE SPACES.
               88  WS-REPAIRS-OK            VALUE '00'.
               88  WS-REPAIRS-NOTFND        VALUE '23'.
               88  WS-REPAIRS-EMPTY         VALUE '35'.
           05  WS-DEPTMAST-STATUS       PIC X(02) VALUE SPACES.
               88  WS-DEPTMAST-OK           VALUE '00'.
               88  WS-DEPTMAST-NOTFND       VALUE '23'.
               88  WS-DEPTMAST-EMPTY        VALUE '35'.
           05  WS-RATETAB-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RATETAB-OK            VALUE '00'.
               88  WS-RATETAB-EOF           VALUE '10'.
           05  WS-CHGRPT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CHGRPT-OK             VALUE '00'.
           05  WS-CHGEXT-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CHGEXT-OK             VALUE '00'.

      *---------------------------------------------------------------*
      * SWITCHES -- a never-loaded REPAIRS or DEPTMAST cluster opens  *
      * with status 35; every keyed read against it simply misses.    *
      *---------------------------------------------------------------*
       01  QA-SWITCHES.
           05  QA-SW-RSM-EOF            PIC X(01) VALUE 'N'.
               88  QA-RSM-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-ARC-EOF            PIC X(01) VALUE 'N'.
               88  QA-ARC-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-RTE-EOF            PIC X(01) VALUE 'N'.
               88  QA-RTE-END-OF-FILE       VALUE 'Y'.
           05  QA-SW-SORT-EOF           PIC X(01) VALUE 'N'.
               88  QA-SORT-END-OF-FILE      VALUE 'Y'.
           05  QA-SW-RPR-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-REPAIRS-USABLE        VALUE 'Y'.
           05  QA-SW-DPT-USABLE         PIC X(01) VALUE 'Y'.
               88  QA-DEPTMAST-USABLE       VALUE 'Y'.
           05  QA-SW-STATEMENT          PIC X(01) VALUE 'N'.
               88  QA-STATEMENT-OPEN        VALUE 'Y'.
           05  QA-SW-DPT-ON-FILE        PIC X(01) VALUE 'N'.
               88  QA-DEPT-ON-FILE          VALUE 'Y'.

      *---------------------------------------------------------------*
      * BILLING MONTH -- YYYY-MM; a result is billed when the first   *
      * seven characters of its run date match.  From the PARM, or    *
      * the month before the run date when none is supplied.          *
      *---------------------------------------------------------------*
       01  WS-BILL-MONTH                PIC X(07).
       01  QA-BILL-WORK.
           05  QA-BILL-YYYY             PIC 9(04) VALUE ZERO.
           05  QA-BILL-MM               PIC 9(02) VALUE ZERO.

       01  WS-MONTH-CHECK.
           05  WS-MCK-YYYY-X            PIC X(04).
           05  WS-MCK-SEP               PIC X(01).
           05  WS-MCK-MM-X              PIC X(02).
       01  FILLER REDEFINES WS-MONTH-CHECK.
           05  FILLER                   PIC X(05).
           05  WS-MCK-MM-N              PIC 9(02).

      *---------------------------------------------------------------*
      * RATE TABLE -- RATETAB loaded once, ascending effective date.  *
      *---------------------------------------------------------------*
       01  QA-RATE-TABLE.
           05  QA-RATE-USED             PIC 9(02) COMP VALUE ZERO.
           05  QA-RATE-SUB              PIC 9(02) COMP VALUE ZERO.
           05  QA-RATE-HIT              PIC 9(02) COMP VALUE ZERO.
           05  QA-RATE-ENTRY OCCURS 50 TIMES.
               10  QA-RATE-EFF-DATE     PIC X(10).
               10  QA-RATE-INTEGER      PIC 9(05)V99.
               10  QA-RATE-DECIMAL      PIC 9(05)V99.
               10  QA-RATE-ALLOCATE     PIC 9(05)V99.
               10  QA-RATE-MULTIPLY     PIC 9(05)V99.
               10  QA-RATE-PERCENT      PIC 9(05)V99.
               10  QA-RATE-SURCHARGE    PIC 9(05)V99.

      *---------------------------------------------------------------*
      * REQUEST TYPES -- the five charge codes in statement order,    *
      * with the name printed against each.                           *
      *---------------------------------------------------------------*
       01  QA-TYPE-CODE-VALUES          PIC X(05) VALUE 'IDAMP'.
       01  QA-TYPE-CODE-TABLE REDEFINES QA-TYPE-CODE-VALUES.
           05  QA-TYPE-CODE             PIC X(01) OCCURS 5 TIMES.

       01  QA-TYPE-NAME-VALUES.
           05  FILLER                   PIC X(10) VALUE 'INTEGER'.
           05  FILLER                   PIC X(10) VALUE 'DECIMAL'.
           05  FILLER                   PIC X(10) VALUE 'ALLOCATION'.
           05  FILLER                   PIC X(10) VALUE 'MULTIPLY'.
           05  FILLER                   PIC X(10) VALUE 'PERCENT'.
       01  QA-TYPE-NAME-TABLE REDEFINES QA-TYPE-NAME-VALUES.
           05  QA-TYPE-NAME             PIC X(10) OCCURS 5 TIMES.

       01  QA-TYPE-SUB                  PIC 9(02) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      * STATEMENT ACCUMULATORS -- the department being printed.       *
      *---------------------------------------------------------------*
       01  QA-STATEMENT-TOTALS.
           05  QA-STM-DEPARTMENT        PIC X(08).
           05  QA-STM-COST-CENTER       PIC X(10).
           05  QA-STM-TYPE OCCURS 5 TIMES.
               10  QA-STM-TYPE-COUNT    PIC 9(07).
               10  QA-STM-TYPE-AMOUNT   PIC 9(09)V99.
           05  QA-STM-RECYCLED          PIC 9(07).
           05  QA-STM-SURCHARGE         PIC 9(09)V99.
           05  QA-STM-UNPRICED          PIC 9(07).
           05  QA-STM-COUNT             PIC 9(07).
           05  QA-STM-AMOUNT            PIC 9(09)V99.

       01  QA-LINE-CHARGE               PIC 9(07)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * SUMMARY PAGE -- one slot per department billed; the grand     *
      * totals are kept whole even when the table runs out.           *
      *---------------------------------------------------------------*
       01  QA-SUMMARY-TABLE.
           05  QA-SUM-USED              PIC 9(04) COMP VALUE ZERO.
           05  QA-SUM-SUB               PIC 9(04) COMP VALUE ZERO.
           05  QA-SUM-ENTRY OCCURS 500 TIMES.
               10  QA-SUM-DEPARTMENT    PIC X(08).
               10  QA-SUM-COUNT         PIC 9(07).
               10  QA-SUM-RECYCLED      PIC 9(07).
               10  QA-SUM-UNPRICED      PIC 9(07).
               10  QA-SUM-AMOUNT        PIC 9(09)V99.

       01  QA-GRAND-TOTALS.
           05  QA-GRD-DEPARTMENTS       PIC 9(05)    VALUE ZERO.
           05  QA-GRD-TYPE OCCURS 5 TIMES.
               10  QA-GRD-TYPE-COUNT    PIC 9(07).
               10  QA-GRD-TYPE-AMOUNT   PIC 9(11)V99.
           05  QA-GRD-RECYCLED          PIC 9(07)    VALUE ZERO.
           05  QA-GRD-SURCHARGE         PIC 9(11)V99 VALUE ZERO.
           05  QA-GRD-UNPRICED          PIC 9(07)    VALUE ZERO.
           05  QA-GRD-COUNT             PIC 9(07)    VALUE ZERO.
           05  QA-GRD-AMOUNT            PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * RUN COUNTS AND EXTRACT CONTROL FIGURES                        *
      *---------------------------------------------------------------*
       01  QA-RUN-COUNTS.
           05  QA-CNT-LIVE-READ         PIC 9(07) VALUE ZERO.
           05  QA-CNT-ARCH-READ         PIC 9(07) VALUE ZERO.
           05  QA-CNT-LIVE-BILLED       PIC 9(07) VALUE ZERO.
           05  QA-CNT-ARCH-BILLED       PIC 9(07) VALUE ZERO.
           05  QA-CNT-NOT-ON-MASTER     PIC 9(05) VALUE ZERO.
           05  QA-CNT-REVERSED          PIC 9(07) VALUE ZERO.
           05  QA-CNT-SUM-OVERFLOW      PIC 9(05) VALUE ZERO.
           05  QA-EXT-REC-COUNT         PIC 9(07) VALUE ZERO.
           05  QA-EXT-QUANTITY          PIC 9(09) VALUE ZERO.
           05  QA-EXT-AMOUNT            PIC 9(11)V99 VALUE ZERO.

       01  QA-RUN-RC                    PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      * REPORT LINES -- department statement                          *
      *---------------------------------------------------------------*
       01  WS-STMT-HEADING-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(38)
               VALUE 'QG1CX021 - DEPARTMENT CHARGEBACK FOR '.
           05  WS-SH1-BILL-MONTH        PIC X(07).

       01  WS-STMT-HEADING-2.
           05  FILLER                   PIC X(14) VALUE 'DEPARTMENT  :'.
           05  WS-SH2-DEPARTMENT        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SH2-NAME              PIC X(35).

       01  WS-STMT-HEADING-3.
           05  FILLER                   PIC X(14) VALUE 'CONTACT     :'.
           05  WS-SH3-CONTACT           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'COST CENTER :'.
           05  WS-SH3-COST-CENTER       PIC X(10).

       01  WS-STMT-HEADING-4.
           05  FILLER                   PIC X(06) VALUE 'REQ-ID'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'TYPE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'SOURCE'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'RECYCLED'.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'RATE'.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'SURCHARGE'.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'CHARGE'.

       01  WS-STMT-DETAIL-LINE.
           05  WS-SDL-REQ-ID            PIC X(06).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SDL-TYPE-NAME         PIC X(10).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SDL-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SDL-ORIGIN            PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SDL-RECYCLED          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SDL-RATE              PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SDL-SURCHARGE         PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SDL-CHARGE            PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SDL-NOTE              PIC X(20).

       01  WS-STMT-TYPE-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-STL-LABEL             PIC X(22).
           05  WS-STL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE ' REQUESTS   '.
           05  WS-STL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(22)
               VALUE 'DEPARTMENT TOTAL     :'.
           05  WS-STT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE ' REQUESTS   '.
           05  WS-STT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      * REPORT LINES -- summary page                                  *
      *---------------------------------------------------------------*
       01  WS-SUMMARY-HEADING-1.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(38)
               VALUE 'QG1CX021 - CHARGEBACK SUMMARY FOR     '.
           05  WS-SM1-BILL-MONTH        PIC X(07).

       01  WS-SUMMARY-HEADING-2.
           05  FILLER                   PIC X(10) VALUE 'DEPARTMENT'.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'REQUESTS'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'RECYCLED'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'NO RATE'.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'BILLED'.

       01  WS-SUMMARY-LINE.
           05  WS-SML-DEPARTMENT        PIC X(08).
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  WS-SML-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-SML-RECYCLED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-SML-UNPRICED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-SML-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TRAILER-LINE-1.
           05  FILLER        PIC X(20) VALUE 'LIVE RESULTS READ :'.
           05  WS-TRL-LIVE-READ         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   BILLED :'.
           05  WS-TRL-LIVE-BILLED       PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER        PIC X(20) VALUE 'ARCHIVED READ     :'.
           05  WS-TRL-ARCH-READ         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '   BILLED :'.
           05  WS-TRL-ARCH-BILLED       PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER        PIC X(20) VALUE 'DEPARTMENTS BILLED:'.
           05  WS-TRL-DEPARTMENTS       PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER        PIC X(20) VALUE 'NOT ON DEPTMAST   :'.
           05  WS-TRL-NOT-ON-MASTER     PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER        PIC X(20) VALUE 'NO RATE IN FORCE  :'.
           05  WS-TRL-UNPRICED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-7.
           05  FILLER        PIC X(20) VALUE 'REVERSED, EXCLUDED:'.
           05  WS-TRL-REVERSED          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER        PIC X(20) VALUE 'TOTAL BILLED      :'.
           05  WS-TRL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-VERDICT-LINE.
           05  WS-VRD-TEXT              PIC X(60).

      *---------------------------------------------------------------*
      * RUN DATE WORK AREAS                                           *
      *---------------------------------------------------------------*
       01  WS-SYSTEM-DATE                PIC 9(08).
       01  WS-SYSTEM-DATE-R REDEFINES WS-SYSTEM-DATE.
           05  WS-SD-YYYY                PIC 9(04).
           05  WS-SD-MM                  PIC 9(02).
           05  WS-SD-DD                  PIC 9(02).

       01  WS-CURRENT-DATE                PIC X(10).

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG LINKAGE WORK AREA                            *
      *---------------------------------------------------------------*
       01  QA-AUDIT-WORK.
           05  QA-AUDIT-FUNCTION        PIC X(01).
           05  QA-AUDIT-PROGRAM-ID      PIC X(08) VALUE 'QG1CX021'.
           05  QA-AUDIT-SUMMARY         PIC X(80).
           05  QA-AUDIT-RETURN-CODE     PIC S9(04) COMP.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      * JCL PARM -- 7 characters, the billing month as YYYY-MM.  An   *
      * absent or malformed PARM bills the month before the run date. *
      *---------------------------------------------------------------*
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(04) COMP.
           05  LK-PARM-TEXT              PIC X(07).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *=================================================================
      * 0000-MAINLINE -- gather the month's results through the sort  *
      * so they come back in department/request-id order, print a     *
      * statement per department, then the summary page.              *
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           SORT SORTWORK
               ON ASCENDING KEY QG1-SRT-DEPARTMENT
               ON ASCENDING KEY QG1-SRT-REQ-ID
               INPUT PROCEDURE IS 2000-GATHER-RESULTS THRU
                                  2000-GATHER-RESULTS-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-STATEMENTS THRU
                                   4000-WRITE-STATEMENTS-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           STOP RUN.

      *=================================================================
      * 1000-INITIALIZE                                                *
      *=================================================================
       1000-INITIALIZE.
           OPEN INPUT RESULTS
           IF WS-RESULTS-EMPTY
               SET QA-RSM-END-OF-FILE TO TRUE
           ELSE
               IF NOT WS-RESULTS-OK
                   DISPLAY 'QG1CX021 - UNABLE TO OPEN RESULTS, STATUS '
                           WS-RESULTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RESARCH
           IF NOT WS-RESARCH-OK
               DISPLAY 'QG1CX021 - UNABLE TO OPEN RESARCH, STATUS '
                       WS-RESARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REPAIRS
           IF WS-REPAIRS-EMPTY
               MOVE 'N' TO QA-SW-RPR-USABLE
           ELSE
               IF NOT WS-REPAIRS-OK
                   DISPLAY 'QG1CX021 - UNABLE TO OPEN REPAIRS, STATUS '
                           WS-REPAIRS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT DEPTMAST
           IF WS-DEPTMAST-EMPTY
               MOVE 'N' TO QA-SW-DPT-USABLE
           ELSE
               IF NOT WS-DEPTMAST-OK
                   DISPLAY 'QG1CX021 - UNABLE TO OPEN DEPTMAST, STATUS '
                           WS-DEPTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RATETAB
           IF NOT WS-RATETAB-OK
               DISPLAY 'QG1CX021 - UNABLE TO OPEN RATETAB, STATUS '
                       WS-RATETAB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHGRPT
           IF NOT WS-CHGRPT-OK
               DISPLAY 'QG1CX021 - UNABLE TO OPEN CHGRPT, STATUS '
                       WS-CHGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHGEXT
           IF NOT WS-CHGEXT-OK
               DISPLAY 'QG1CX021 - UNABLE TO OPEN CHGEXT, STATUS '
                       WS-CHGEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           PERFORM 5100-STAMP-DATE THRU 5100-STAMP-DATE-EXIT

           PERFORM 1050-PROCESS-PARM THRU 1050-PROCESS-PARM-EXIT

           PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT

           MOVE ZERO TO QA-TYPE-SUB
           PERFORM 1150-CLEAR-GRAND-TYPE THRU
                   1150-CLEAR-GRAND-TYPE-EXIT
               UNTIL QA-TYPE-SUB >= 5

           MOVE SPACES               TO QG1-CHGEXT-RECORD
           SET QG1-CHX-HEADER        TO TRUE
           MOVE WS-BILL-MONTH        TO QG1-CHX-HDR-BILL-MONTH
           MOVE 'QG1CX021'           TO QG1-CHX-HDR-SOURCE
           MOVE WS-CURRENT-DATE      TO QG1-CHX-HDR-CREATE-DATE
           PERFORM 4900-WRITE-CHGEXT THRU 4900-WRITE-CHGEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-PROCESS-PARM -- pick up the billing month from the JCL
      * PARM; default to the month before the run date.
      *-----------------------------------------------------------------
       1050-PROCESS-PARM.
           IF LK-PARM-LENGTH = 7
               MOVE LK-PARM-TEXT TO WS-MONTH-CHECK
               IF WS-MCK-YYYY-X NUMERIC AND
                  WS-MCK-MM-X   NUMERIC AND
                  WS-MCK-SEP = '-' AND
                  WS-MCK-MM-N > 0 AND WS-MCK-MM-N < 13
                   MOVE LK-PARM-TEXT TO WS-BILL-MONTH
                   DISPLAY 'QG1CX021 - PARM SUPPLIED, BILLING MONTH = '
                           WS-BILL-MONTH
                   GO TO 1050-PROCESS-PARM-EXIT
               END-IF
               DISPLAY 'QG1CX021 - MALFORMED PARM ''' LK-PARM-TEXT
                       ''' IGNORED, BILLING LAST MONTH'
           END-IF

           MOVE WS-SD-YYYY TO QA-BILL-YYYY
           MOVE WS-SD-MM   TO QA-BILL-MM
           IF QA-BILL-MM > 1
               SUBTRACT 1 FROM QA-BILL-MM
           ELSE
               MOVE 12 TO QA-BILL-MM
               SUBTRACT 1 FROM QA-BILL-YYYY
           END-IF
           STRING QA-BILL-YYYY '-' QA-BILL-MM
               DELIMITED BY SIZE INTO WS-BILL-MONTH
           DISPLAY 'QG1CX021 - NO PARM SUPPLIED, BILLING MONTH = '
                   WS-BILL-MONTH.

       1050-PROCESS-PARM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-RATES -- the whole rate table into storage.  No
      * rates, too many, a non-numeric rate or an effective date out
      * of order and nothing can be billed safely; the run stops.
      *-----------------------------------------------------------------
       1100-LOAD-RATES.
           PERFORM 1110-READ-RATETAB THRU 1110-READ-RATETAB-EXIT

           PERFORM 1120-STORE-ONE-RATE THRU 1120-STORE-ONE-RATE-EXIT
               UNTIL QA-RTE-END-OF-FILE

           CLOSE RATETAB

           IF QA-RATE-USED = ZERO
               DISPLAY 'QG1CX021 - RATETAB HOLDS NO RATES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'QG1CX021 - ' QA-RATE-USED ' RATE RECORDS LOADED'.

       1100-LOAD-RATES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1110-READ-RATETAB
      *-----------------------------------------------------------------
       1110-READ-RATETAB.
           READ RATETAB
               AT END
                   SET QA-RTE-END-OF-FILE TO TRUE
           END-READ.

       1110-READ-RATETAB-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1120-STORE-ONE-RATE
      *-----------------------------------------------------------------
       1120-STORE-ONE-RATE.
           IF QG1-RTE-RATE-INTEGER  NOT NUMERIC OR
              QG1-RTE-RATE-DECIMAL  NOT NUMERIC OR
              QG1-RTE-RATE-ALLOCATE NOT NUMERIC OR
              QG1-RTE-RATE-MULTIPLY NOT NUMERIC OR
              QG1-RTE-RATE-PERCENT  NOT NUMERIC OR
              QG1-RTE-RECYCLE-SURCHARGE NOT NUMERIC
               DISPLAY 'QG1CX021 - RATETAB RECORD EFFECTIVE '
                       QG1-RTE-EFF-DATE ' HAS A NON-NUMERIC RATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF QA-RATE-USED > ZERO
               IF QG1-RTE-EFF-DATE NOT >
                  QA-RATE-EFF-DATE (QA-RATE-USED)
                   DISPLAY 'QG1CX021 - RATETAB RECORD EFFECTIVE '
                           QG1-RTE-EFF-DATE ' IS OUT OF DATE ORDER'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF QA-RATE-USED >= 50
               DISPLAY 'QG1CX021 - RATETAB HOLDS MORE THAN 50 RECORDS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO QA-RATE-USED
           MOVE QG1-RTE-EFF-DATE      TO QA-RATE-EFF-DATE (QA-RATE-USED)
           MOVE QG1-RTE-RATE-INTEGER  TO QA-RATE-INTEGER (QA-RATE-USED)
           MOVE QG1-RTE-RATE-DECIMAL  TO QA-RATE-DECIMAL (QA-RATE-USED)
           MOVE QG1-RTE-RATE-ALLOCATE TO
                QA-RATE-ALLOCATE (QA-RATE-USED)
           MOVE QG1-RTE-RATE-MULTIPLY TO
                QA-RATE-MULTIPLY (QA-RATE-USED)
           MOVE QG1-RTE-RATE-PERCENT  TO QA-RATE-PERCENT (QA-RATE-USED)
           MOVE QG1-RTE-RECYCLE-SURCHARGE TO
                QA-RATE-SURCHARGE (QA-RATE-USED)

           PERFORM 1110-READ-RATETAB THRU 1110-READ-RATETAB-EXIT.

       1120-STORE-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1150-CLEAR-GRAND-TYPE
      *-----------------------------------------------------------------
       1150-CLEAR-GRAND-TYPE.
           ADD 1 TO QA-TYPE-SUB
           MOVE ZERO TO QA-GRD-TYPE-COUNT (QA-TYPE-SUB)
                        QA-GRD-TYPE-AMOUNT (QA-TYPE-SUB).

       1150-CLEAR-GRAND-TYPE-EXIT.
           EXIT.

      *=================================================================
      * 2000-GATHER-RESULTS -- sort input procedure: the live master   *
      * first, then every archive generation on the RESARCH DD.        *
      *=================================================================
       2000-GATHER-RESULTS.
           IF NOT QA-RSM-END-OF-FILE
               MOVE LOW-VALUES TO QG1-RSM-REQ-ID
               START RESULTS KEY NOT < QG1-RSM-REQ-ID
               IF WS-RESULTS-OK
                   PERFORM 2100-READ-RESULTS THRU
                           2100-READ-RESULTS-EXIT
               ELSE
                   SET QA-RSM-END-OF-FILE TO TRUE
               END-IF
           END-IF

           PERFORM 2200-GATHER-ONE-LIVE THRU 2200-GATHER-ONE-LIVE-EXIT
               UNTIL QA-RSM-END-OF-FILE

           PERFORM 2150-READ-RESARCH THRU 2150-READ-RESARCH-EXIT

           PERFORM 2300-GATHER-ONE-ARCHIVED THRU
                   2300-GATHER-ONE-ARCHIVED-EXIT
               UNTIL QA-ARC-END-OF-FILE.

       2000-GATHER-RESULTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-RESULTS
      *-----------------------------------------------------------------
       2100-READ-RESULTS.
           READ RESULTS NEXT RECORD
               AT END
                   SET QA-RSM-END-OF-FILE TO TRUE
           END-READ.

       2100-READ-RESULTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-READ-RESARCH
      *-----------------------------------------------------------------
       2150-READ-RESARCH.
           READ RESARCH
               AT END
                   SET QA-ARC-END-OF-FILE TO TRUE
           END-READ.

       2150-READ-RESARCH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-GATHER-ONE-LIVE -- a live result run in the month and
      * not since reversed.
      *-----------------------------------------------------------------
       2200-GATHER-ONE-LIVE.
           ADD 1 TO QA-CNT-LIVE-READ

           IF QG1-RSM-RUN-DATE (1:7) NOT = WS-BILL-MONTH
               GO TO 2200-GATHER-ONE-LIVE-EXIT
           END-IF

           IF QG1-RSM-REVERSED
               ADD 1 TO QA-CNT-REVERSED
               GO TO 2200-GATHER-ONE-LIVE-EXIT
           END-IF

           ADD 1 TO QA-CNT-LIVE-BILLED
           MOVE SPACES              TO QG1-SORTWORK-RECORD
           MOVE QG1-RSM-DEPARTMENT  TO QG1-SRT-DEPARTMENT
           MOVE QG1-RSM-REQ-ID      TO QG1-SRT-REQ-ID
           MOVE QG1-RSM-REQ-TYPE    TO QG1-SRT-REQ-TYPE
           MOVE QG1-RSM-RUN-DATE    TO QG1-SRT-RUN-DATE
           SET QG1-SRT-FROM-LIVE    TO TRUE

           PERFORM 2500-PRICE-AND-RELEASE THRU
                   2500-PRICE-AND-RELEASE-EXIT.

       2200-GATHER-ONE-LIVE-EXIT.
           PERFORM 2100-READ-RESULTS THRU 2100-READ-RESULTS-EXIT.

      *-----------------------------------------------------------------
      * 2300-GATHER-ONE-ARCHIVED -- an archived result run in the
      * month and not reversed; QG1CX018 moved it off the live master
      * after it ran.
      *-----------------------------------------------------------------
       2300-GATHER-ONE-ARCHIVED.
           ADD 1 TO QA-CNT-ARCH-READ

           IF QG1-ARC-RUN-DATE (1:7) NOT = WS-BILL-MONTH
               GO TO 2300-GATHER-ONE-ARCHIVED-EXIT
           END-IF

           IF QG1-ARC-REVERSED
               ADD 1 TO QA-CNT-REVERSED
               GO TO 2300-GATHER-ONE-ARCHIVED-EXIT
           END-IF

           ADD 1 TO QA-CNT-ARCH-BILLED
           MOVE SPACES              TO QG1-SORTWORK-RECORD
           MOVE QG1-ARC-DEPARTMENT  TO QG1-SRT-DEPARTMENT
           MOVE QG1-ARC-REQ-ID      TO QG1-SRT-REQ-ID
           MOVE QG1-ARC-REQ-TYPE    TO QG1-SRT-REQ-TYPE
           MOVE QG1-ARC-RUN-DATE    TO QG1-SRT-RUN-DATE
           SET QG1-SRT-FROM-ARCHIVE TO TRUE

           PERFORM 2500-PRICE-AND-RELEASE THRU
                   2500-PRICE-AND-RELEASE-EXIT.

       2300-GATHER-ONE-ARCHIVED-EXIT.
           PERFORM 2150-READ-RESARCH THRU 2150-READ-RESARCH-EXIT.

      *-----------------------------------------------------------------
      * 2500-PRICE-AND-RELEASE -- the rate in force on the run date
      * for the type, the surcharge when REPAIRS shows the request
      * was recycled, and the priced record into the sort.
      *-----------------------------------------------------------------
       2500-PRICE-AND-RELEASE.
           MOVE 'N'  TO QG1-SRT-RECYCLED
           MOVE 'N'  TO QG1-SRT-PRICED
           MOVE ZERO TO QG1-SRT-RATE QG1-SRT-SURCHARGE

           PERFORM 2600-CHECK-RECYCLED THRU 2600-CHECK-RECYCLED-EXIT

           PERFORM 2700-FIND-RATE THRU 2700-FIND-RATE-EXIT
           IF QA-RATE-HIT = ZERO
               GO TO 2500-RELEASE
           END-IF

           EVALUATE QG1-SRT-REQ-TYPE
               WHEN 'I'
                   MOVE QA-RATE-INTEGER (QA-RATE-HIT) TO QG1-SRT-RATE
                   MOVE 'Y' TO QG1-SRT-PRICED
               WHEN 'D'
                   MOVE QA-RATE-DECIMAL (QA-RATE-HIT) TO QG1-SRT-RATE
                   MOVE 'Y' TO QG1-SRT-PRICED
               WHEN 'A'
                   MOVE QA-RATE-ALLOCATE (QA-RATE-HIT) TO QG1-SRT-RATE
                   MOVE 'Y' TO QG1-SRT-PRICED
               WHEN 'M'
                   MOVE QA-RATE-MULTIPLY (QA-RATE-HIT) TO QG1-SRT-RATE
                   MOVE 'Y' TO QG1-SRT-PRICED
               WHEN 'P'
                   MOVE QA-RATE-PERCENT (QA-RATE-HIT) TO QG1-SRT-RATE
                   MOVE 'Y' TO QG1-SRT-PRICED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF QG1-SRT-IS-PRICED AND QG1-SRT-WAS-RECYCLED
               MOVE QA-RATE-SURCHARGE (QA-RATE-HIT) TO
                   QG1-SRT-SURCHARGE
           END-IF.

       2500-RELEASE.
           RELEASE QG1-SORTWORK-RECORD.

       2500-PRICE-AND-RELEASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-CHECK-RECYCLED -- a keyed read of REPAIRS; a TAKEN repair
      * record means the request failed, was repaired on QREP and
      * went back out through the QG1CX014 recycle.
      *-----------------------------------------------------------------
       2600-CHECK-RECYCLED.
           IF NOT QA-REPAIRS-USABLE
               GO TO 2600-CHECK-RECYCLED-EXIT
           END-IF

           MOVE QG1-SRT-REQ-ID TO QG1-RPR-REQ-ID
           READ REPAIRS
           EVALUATE TRUE
               WHEN WS-REPAIRS-OK
                   IF QG1-RPR-TAKEN
                       MOVE 'Y' TO QG1-SRT-RECYCLED
                   END-IF
               WHEN WS-REPAIRS-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QG1CX021 - READ OF REPAIRS FAILED, STATUS '
                           WS-REPAIRS-STATUS
                           ' REQ-ID ' QG1-SRT-REQ-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2600-CHECK-RECYCLED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-FIND-RATE -- the last rate record effective on or before
      * the run date; QA-RATE-HIT stays zero when the result ran
      * before the first rate took effect.
      *-----------------------------------------------------------------
       2700-FIND-RATE.
           MOVE ZERO TO QA-RATE-SUB QA-RATE-HIT

           PERFORM 2750-SCAN-RATE-TABLE THRU 2750-SCAN-RATE-TABLE-EXIT
               UNTIL QA-RATE-SUB >= QA-RATE-USED.

       2700-FIND-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2750-SCAN-RATE-TABLE
      *-----------------------------------------------------------------
       2750-SCAN-RATE-TABLE.
           ADD 1 TO QA-RATE-SUB
           IF QA-RATE-EFF-DATE (QA-RATE-SUB) NOT > QG1-SRT-RUN-DATE
               MOVE QA-RATE-SUB TO QA-RATE-HIT
           END-IF.

       2750-SCAN-RATE-TABLE-EXIT.
           EXIT.

      *=================================================================
      * 4000-WRITE-STATEMENTS -- sort output procedure: one statement  *
      * per department, broken on QG1-SRT-DEPARTMENT.                  *
      *=================================================================
       4000-WRITE-STATEMENTS.
           PERFORM 4100-RETURN-ONE-RESULT THRU
                   4100-RETURN-ONE-RESULT-EXIT
               UNTIL QA-SORT-END-OF-FILE

           IF QA-STATEMENT-OPEN
               PERFORM 4400-CLOSE-STATEMENT THRU
                       4400-CLOSE-STATEMENT-EXIT
           END-IF.

       4000-WRITE-STATEMENTS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-ONE-RESULT -- one sorted result onto its
      * department's statement, opening a new statement on a break.
      *-----------------------------------------------------------------
       4100-RETURN-ONE-RESULT.
           RETURN SORTWORK
               AT END
                   SET QA-SORT-END-OF-FILE TO TRUE
                   GO TO 4100-RETURN-ONE-RESULT-EXIT
           END-RETURN

           IF QA-STATEMENT-OPEN AND
              QG1-SRT-DEPARTMENT NOT = QA-STM-DEPARTMENT
               PERFORM 4400-CLOSE-STATEMENT THRU
                       4400-CLOSE-STATEMENT-EXIT
           END-IF

           IF NOT QA-STATEMENT-OPEN
               PERFORM 4200-OPEN-STATEMENT THRU
                       4200-OPEN-STATEMENT-EXIT
           END-IF

           PERFORM 4300-CHARGE-ONE-RESULT THRU
                   4300-CHARGE-ONE-RESULT-EXIT.

       4100-RETURN-ONE-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-OPEN-STATEMENT -- the statement heading from the
      * department's DEPTMAST record, and the accumulators cleared.
      *-----------------------------------------------------------------
       4200-OPEN-STATEMENT.
           SET QA-STATEMENT-OPEN TO TRUE
           INITIALIZE QA-STATEMENT-TOTALS
           MOVE QG1-SRT-DEPARTMENT TO QA-STM-DEPARTMENT

           MOVE 'N' TO QA-SW-DPT-ON-FILE
           IF QA-DEPTMAST-USABLE
               MOVE QG1-SRT-DEPARTMENT TO QG1-DPT-CODE
               READ DEPTMAST
               EVALUATE TRUE
                   WHEN WS-DEPTMAST-OK
                       SET QA-DEPT-ON-FILE TO TRUE
                   WHEN WS-DEPTMAST-NOTFND
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'QG1CX021 - READ OF DEPTMAST FAILED, '
                               'STATUS ' WS-DEPTMAST-STATUS
                               ' DEPT ' QG1-SRT-DEPARTMENT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF

           MOVE WS-BILL-MONTH      TO WS-SH1-BILL-MONTH
           MOVE QG1-SRT-DEPARTMENT TO WS-SH2-DEPARTMENT
           IF QA-DEPT-ON-FILE
               MOVE QG1-DPT-NAME        TO WS-SH2-NAME
               MOVE QG1-DPT-CONTACT     TO WS-SH3-CONTACT
               MOVE QG1-DPT-COST-CENTER TO WS-SH3-COST-CENTER
               MOVE QG1-DPT-COST-CENTER TO QA-STM-COST-CENTER
           ELSE
               ADD 1 TO QA-CNT-NOT-ON-MASTER
               MOVE '*** NOT ON THE DEPARTMENT MASTER ***' TO
                   WS-SH2-NAME
               MOVE SPACES TO WS-SH3-CONTACT WS-SH3-COST-CENTER
           END-IF

           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           WRITE QG1-CHGRPT-RECORD
           MOVE WS-STMT-HEADING-1 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE WS-STMT-HEADING-2 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE WS-STMT-HEADING-3 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE WS-STMT-HEADING-4 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD.

       4200-OPEN-STATEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CHARGE-ONE-RESULT -- one statement line per result; an
      * unpriced result prints but is not charged.
      *-----------------------------------------------------------------
       4300-CHARGE-ONE-RESULT.
           MOVE ZERO TO QA-TYPE-SUB
           EVALUATE QG1-SRT-REQ-TYPE
               WHEN 'I'  MOVE 1 TO QA-TYPE-SUB
               WHEN 'D'  MOVE 2 TO QA-TYPE-SUB
               WHEN 'A'  MOVE 3 TO QA-TYPE-SUB
               WHEN 'M'  MOVE 4 TO QA-TYPE-SUB
               WHEN 'P'  MOVE 5 TO QA-TYPE-SUB
           END-EVALUATE

           MOVE SPACES              TO WS-SDL-NOTE
           MOVE QG1-SRT-REQ-ID      TO WS-SDL-REQ-ID
           MOVE QG1-SRT-RUN-DATE    TO WS-SDL-RUN-DATE
           IF QA-TYPE-SUB > ZERO
               MOVE QA-TYPE-NAME (QA-TYPE-SUB) TO WS-SDL-TYPE-NAME
           ELSE
               MOVE QG1-SRT-REQ-TYPE TO WS-SDL-TYPE-NAME
           END-IF
           IF QG1-SRT-FROM-ARCHIVE
               MOVE 'ARCHIVE' TO WS-SDL-ORIGIN
           ELSE
               MOVE 'LIVE'    TO WS-SDL-ORIGIN
           END-IF
           IF QG1-SRT-WAS-RECYCLED
               MOVE 'YES'     TO WS-SDL-RECYCLED
           ELSE
               MOVE SPACES    TO WS-SDL-RECYCLED
           END-IF

           ADD 1 TO QA-STM-COUNT

           IF NOT QG1-SRT-IS-PRICED
               ADD 1 TO QA-STM-UNPRICED
               MOVE ZERO TO WS-SDL-RATE WS-SDL-SURCHARGE WS-SDL-CHARGE
               MOVE '** NO RATE **' TO WS-SDL-NOTE
               GO TO 4300-PRINT-LINE
           END-IF

           COMPUTE QA-LINE-CHARGE = QG1-SRT-RATE + QG1-SRT-SURCHARGE

           ADD 1 TO QA-STM-TYPE-COUNT (QA-TYPE-SUB)
           ADD QG1-SRT-RATE TO QA-STM-TYPE-AMOUNT (QA-TYPE-SUB)
           IF QG1-SRT-WAS-RECYCLED
               ADD 1 TO QA-STM-RECYCLED
               ADD QG1-SRT-SURCHARGE TO QA-STM-SURCHARGE
           END-IF
           ADD QA-LINE-CHARGE TO QA-STM-AMOUNT

           MOVE QG1-SRT-RATE      TO WS-SDL-RATE
           MOVE QG1-SRT-SURCHARGE TO WS-SDL-SURCHARGE
           MOVE QA-LINE-CHARGE    TO WS-SDL-CHARGE.

       4300-PRINT-LINE.
           MOVE WS-STMT-DETAIL-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD.

       4300-CHARGE-ONE-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-CLOSE-STATEMENT -- the per-type charges, the surcharge and
      * the department total; the extract records; the summary slot.
      *-----------------------------------------------------------------
       4400-CLOSE-STATEMENT.
           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE ZERO TO QA-TYPE-SUB
           PERFORM 4410-CLOSE-ONE-TYPE THRU 4410-CLOSE-ONE-TYPE-EXIT
               UNTIL QA-TYPE-SUB >= 5

           IF QA-STM-RECYCLED > ZERO
               MOVE 'RECYCLE SURCHARGE    :' TO WS-STL-LABEL
               MOVE QA-STM-RECYCLED  TO WS-STL-COUNT
               MOVE QA-STM-SURCHARGE TO WS-STL-AMOUNT
               MOVE WS-STMT-TYPE-LINE TO QG1-CHGRPT-LINE
               WRITE QG1-CHGRPT-RECORD

               MOVE SPACES               TO QG1-CHGEXT-RECORD
               SET QG1-CHX-DETAIL        TO TRUE
               SET QG1-CHX-SURCHARGE     TO TRUE
               MOVE QA-STM-RECYCLED      TO QG1-CHX-QUANTITY
               MOVE QA-STM-SURCHARGE     TO QG1-CHX-AMOUNT
               PERFORM 4800-WRITE-CHARGE THRU 4800-WRITE-CHARGE-EXIT
           END-IF

           IF QA-STM-UNPRICED > ZERO
               MOVE 'NO RATE - NOT CHARGED:' TO WS-STL-LABEL
               MOVE QA-STM-UNPRICED  TO WS-STL-COUNT
               MOVE ZERO             TO WS-STL-AMOUNT
               MOVE WS-STMT-TYPE-LINE TO QG1-CHGRPT-LINE
               WRITE QG1-CHGRPT-RECORD
           END-IF

           MOVE QA-STM-COUNT  TO WS-STT-COUNT
           MOVE QA-STM-AMOUNT TO WS-STT-AMOUNT
           MOVE WS-STMT-TOTAL-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           ADD 1                 TO QA-GRD-DEPARTMENTS
           ADD QA-STM-RECYCLED   TO QA-GRD-RECYCLED
           ADD QA-STM-SURCHARGE  TO QA-GRD-SURCHARGE
           ADD QA-STM-UNPRICED   TO QA-GRD-UNPRICED
           ADD QA-STM-COUNT      TO QA-GRD-COUNT
           ADD QA-STM-AMOUNT     TO QA-GRD-AMOUNT

           IF QA-SUM-USED < 500
               ADD 1 TO QA-SUM-USED
               MOVE QA-STM-DEPARTMENT TO QA-SUM-DEPARTMENT (QA-SUM-USED)
               MOVE QA-STM-COUNT      TO QA-SUM-COUNT (QA-SUM-USED)
               MOVE QA-STM-RECYCLED   TO QA-SUM-RECYCLED (QA-SUM-USED)
               MOVE QA-STM-UNPRICED   TO QA-SUM-UNPRICED (QA-SUM-USED)
               MOVE QA-STM-AMOUNT     TO QA-SUM-AMOUNT (QA-SUM-USED)
           ELSE
               ADD 1 TO QA-CNT-SUM-OVERFLOW
           END-IF

           MOVE 'N' TO QA-SW-STATEMENT.

       4400-CLOSE-STATEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4410-CLOSE-ONE-TYPE -- a charged type prints its line and goes
      * out as one extract record.
      *-----------------------------------------------------------------
       4410-CLOSE-ONE-TYPE.
           ADD 1 TO QA-TYPE-SUB

           IF QA-STM-TYPE-COUNT (QA-TYPE-SUB) = ZERO
               GO TO 4410-CLOSE-ONE-TYPE-EXIT
           END-IF

           MOVE SPACES TO WS-STL-LABEL
           STRING QA-TYPE-NAME (QA-TYPE-SUB) ' REQUESTS   :'
               DELIMITED BY SIZE INTO WS-STL-LABEL
           MOVE QA-STM-TYPE-COUNT (QA-TYPE-SUB)  TO WS-STL-COUNT
           MOVE QA-STM-TYPE-AMOUNT (QA-TYPE-SUB) TO WS-STL-AMOUNT
           MOVE WS-STMT-TYPE-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           ADD QA-STM-TYPE-COUNT (QA-TYPE-SUB) TO
               QA-GRD-TYPE-COUNT (QA-TYPE-SUB)
           ADD QA-STM-TYPE-AMOUNT (QA-TYPE-SUB) TO
               QA-GRD-TYPE-AMOUNT (QA-TYPE-SUB)

           MOVE SPACES               TO QG1-CHGEXT-RECORD
           SET QG1-CHX-DETAIL        TO TRUE
           MOVE QA-TYPE-CODE (QA-TYPE-SUB) TO QG1-CHX-CHARGE-CODE
           MOVE QA-STM-TYPE-COUNT (QA-TYPE-SUB)  TO QG1-CHX-QUANTITY
           MOVE QA-STM-TYPE-AMOUNT (QA-TYPE-SUB) TO QG1-CHX-AMOUNT
           PERFORM 4800-WRITE-CHARGE THRU 4800-WRITE-CHARGE-EXIT.

       4410-CLOSE-ONE-TYPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4800-WRITE-CHARGE -- a type D extract record for the current
      * department; the caller sets the charge code, quantity and
      * amount.
      *-----------------------------------------------------------------
       4800-WRITE-CHARGE.
           MOVE WS-BILL-MONTH      TO QG1-CHX-BILL-MONTH
           MOVE QA-STM-DEPARTMENT  TO QG1-CHX-DEPARTMENT
           MOVE QA-STM-COST-CENTER TO QG1-CHX-COST-CENTER

           ADD 1                TO QA-EXT-REC-COUNT
           ADD QG1-CHX-QUANTITY TO QA-EXT-QUANTITY
           ADD QG1-CHX-AMOUNT   TO QA-EXT-AMOUNT

           PERFORM 4900-WRITE-CHGEXT THRU 4900-WRITE-CHGEXT-EXIT.

       4800-WRITE-CHARGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4900-WRITE-CHGEXT
      *-----------------------------------------------------------------
       4900-WRITE-CHGEXT.
           WRITE QG1-CHGEXT-RECORD
           IF NOT WS-CHGEXT-OK
               DISPLAY 'QG1CX021 - WRITE TO CHGEXT FAILED, STATUS '
                       WS-CHGEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4900-WRITE-CHGEXT-EXIT.
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

      *=================================================================
      * 8000-WRITE-SUMMARY -- the closing page: one line per           *
      * department billed, the totals by type, the run counts and the  *
      * verdict.                                                       *
      *=================================================================
       8000-WRITE-SUMMARY.
           MOVE WS-BILL-MONTH TO WS-SM1-BILL-MONTH

           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           WRITE QG1-CHGRPT-RECORD
           MOVE WS-SUMMARY-HEADING-1 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD
           MOVE WS-SUMMARY-HEADING-2 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE ZERO TO QA-SUM-SUB
           PERFORM 8100-WRITE-SUMMARY-LINE THRU
                   8100-WRITE-SUMMARY-LINE-EXIT
               UNTIL QA-SUM-SUB >= QA-SUM-USED

           IF QA-CNT-SUM-OVERFLOW > ZERO
               MOVE SPACES TO QG1-CHGRPT-LINE
               STRING '*** ' QA-CNT-SUM-OVERFLOW
                   ' FURTHER DEPARTMENTS NOT LISTED - SEE THEIR'
                   ' STATEMENTS; THE TOTALS INCLUDE THEM ***'
                   DELIMITED BY SIZE INTO QG1-CHGRPT-LINE
               WRITE QG1-CHGRPT-RECORD
           END-IF

           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE ZERO TO QA-TYPE-SUB
           PERFORM 8200-WRITE-GRAND-TYPE THRU
                   8200-WRITE-GRAND-TYPE-EXIT
               UNTIL QA-TYPE-SUB >= 5

           MOVE 'RECYCLE SURCHARGE    :' TO WS-STL-LABEL
           MOVE QA-GRD-RECYCLED  TO WS-STL-COUNT
           MOVE QA-GRD-SURCHARGE TO WS-STL-AMOUNT
           MOVE WS-STMT-TYPE-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-CNT-LIVE-READ     TO WS-TRL-LIVE-READ
           MOVE QA-CNT-LIVE-BILLED   TO WS-TRL-LIVE-BILLED
           MOVE WS-TRAILER-LINE-1 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-CNT-ARCH-READ     TO WS-TRL-ARCH-READ
           MOVE QA-CNT-ARCH-BILLED   TO WS-TRL-ARCH-BILLED
           MOVE WS-TRAILER-LINE-2 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-GRD-DEPARTMENTS   TO WS-TRL-DEPARTMENTS
           MOVE WS-TRAILER-LINE-3 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-CNT-REVERSED      TO WS-TRL-REVERSED
           MOVE WS-TRAILER-LINE-7 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-CNT-NOT-ON-MASTER TO WS-TRL-NOT-ON-MASTER
           MOVE WS-TRAILER-LINE-4 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-GRD-UNPRICED      TO WS-TRL-UNPRICED
           MOVE WS-TRAILER-LINE-5 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE QA-GRD-AMOUNT        TO WS-TRL-AMOUNT
           MOVE WS-TRAILER-LINE-6 TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           MOVE SPACES TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD

           EVALUATE QA-RUN-RC
               WHEN ZERO
                   MOVE 'CHARGEBACK COMPLETE - RELEASE THE BILLING LOAD'
                       TO WS-VRD-TEXT
               WHEN 4
                   MOVE 'CHARGEBACK COMPLETE - CHECK THE DEPARTMENTS'
                       TO WS-VRD-TEXT
               WHEN OTHER
                   MOVE '*** UNPRICED - HOLD THE BILLING LOAD ***'
                       TO WS-VRD-TEXT
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-WRITE-SUMMARY-LINE
      *-----------------------------------------------------------------
       8100-WRITE-SUMMARY-LINE.
           ADD 1 TO QA-SUM-SUB
           MOVE QA-SUM-DEPARTMENT (QA-SUM-SUB) TO WS-SML-DEPARTMENT
           MOVE QA-SUM-COUNT (QA-SUM-SUB)      TO WS-SML-COUNT
           MOVE QA-SUM-RECYCLED (QA-SUM-SUB)   TO WS-SML-RECYCLED
           MOVE QA-SUM-UNPRICED (QA-SUM-SUB)   TO WS-SML-UNPRICED
           MOVE QA-SUM-AMOUNT (QA-SUM-SUB)     TO WS-SML-AMOUNT
           MOVE WS-SUMMARY-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD.

       8100-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8200-WRITE-GRAND-TYPE
      *-----------------------------------------------------------------
       8200-WRITE-GRAND-TYPE.
           ADD 1 TO QA-TYPE-SUB
           MOVE SPACES TO WS-STL-LABEL
           STRING QA-TYPE-NAME (QA-TYPE-SUB) ' REQUESTS   :'
               DELIMITED BY SIZE INTO WS-STL-LABEL
           MOVE QA-GRD-TYPE-COUNT (QA-TYPE-SUB)  TO WS-STL-COUNT
           MOVE QA-GRD-TYPE-AMOUNT (QA-TYPE-SUB) TO WS-STL-AMOUNT
           MOVE WS-STMT-TYPE-LINE TO QG1-CHGRPT-LINE
           WRITE QG1-CHGRPT-RECORD.

       8200-WRITE-GRAND-TYPE-EXIT.
           EXIT.

      *=================================================================
      * 9000-TERMINATE -- 0 clean, 4 when a billed department is not   *
      * on DEPTMAST, 8 when any result had no rate in force and went   *
      * unbilled.  The billing load is held on 8.                      *
      *=================================================================
       9000-TERMINATE.
           IF QA-CNT-NOT-ON-MASTER > ZERO OR QA-CNT-SUM-OVERFLOW > ZERO
               MOVE 4 TO QA-RUN-RC
           END-IF

           IF QA-GRD-UNPRICED > ZERO
               MOVE 8 TO QA-RUN-RC
               DISPLAY 'QG1CX021 *** ' QA-GRD-UNPRICED
                       ' RESULTS HAVE NO RATE IN FORCE - HOLD THE'
                       ' BILLING LOAD ***'
                   UPON CONSOLE
               DISPLAY 'QG1CX021 *** ' QA-GRD-UNPRICED
                       ' RESULTS HAVE NO RATE IN FORCE - HOLD THE'
                       ' BILLING LOAD ***'
           END-IF

           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT

           MOVE SPACES               TO QG1-CHGEXT-RECORD
           SET QG1-CHX-TRAILER       TO TRUE
           MOVE QA-EXT-REC-COUNT     TO QG1-CHX-TRL-REC-COUNT
           MOVE QA-GRD-DEPARTMENTS   TO QG1-CHX-TRL-DEPT-COUNT
           MOVE QA-EXT-QUANTITY      TO QG1-CHX-TRL-QUANTITY
           MOVE QA-EXT-AMOUNT        TO QG1-CHX-TRL-AMOUNT
           PERFORM 4900-WRITE-CHGEXT THRU 4900-WRITE-CHGEXT-EXIT

           DISPLAY 'QG1CX021 - MONTH ' WS-BILL-MONTH
                   ' DEPTS ' QA-GRD-DEPARTMENTS
                   ' RESULTS ' QA-GRD-COUNT
                   ' UNPRICED ' QA-GRD-UNPRICED

           MOVE 'W' TO QA-AUDIT-FUNCTION
           STRING 'CHGBACK MONTH=' WS-BILL-MONTH
               ' RES=' QA-GRD-COUNT
               ' DEPTS=' QA-GRD-DEPARTMENTS
               ' UNPR=' QA-GRD-UNPRICED
               ' RC=' QA-RUN-RC
               DELIMITED BY SIZE INTO QA-AUDIT-SUMMARY
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           MOVE 'C' TO QA-AUDIT-FUNCTION
           CALL 'QG1CXAUD' USING QA-AUDIT-FUNCTION QA-AUDIT-PROGRAM-ID
                                  QA-AUDIT-SUMMARY QA-AUDIT-RETURN-CODE

           CLOSE RESULTS
           CLOSE RESARCH
           CLOSE REPAIRS
           CLOSE DEPTMAST
           CLOSE CHGRPT
           CLOSE CHGEXT

           MOVE QA-RUN-RC TO RETURN-CODE.

       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM QG1CX021.
