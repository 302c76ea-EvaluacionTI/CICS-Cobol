      ******************************************************************
      * Author      : D. Salas
      * Installation: QG1 Batch Utilities
      * Date-Written: 10/15/2026
      * Date-Compiled:
      * Purpose     : AUDITLOG chain routine.  Every writer of the
      *               trail - QG1CXAUD for batch, QG1CXAUC for the
      *               CICS region, QG1CX015 for its own month-end
      *               entry - seals a record through here before it
      *               writes it, and QG1CX026 and QG1CX015 verify the
      *               trail through here, so there is one definition
      *               of the sequence and the check value (copybook
      *               QG1WACH describes the chain state):
      *                 L  load   - take the chain state from the
      *                    last record on the trail;
      *                 S  seal   - give the record the next sequence
      *                    number and its check value, and move the
      *                    state on to it;
      *                 V  verify - compare the record with the state
      *                    and say what was found, then move the state
      *                    on to it.
      *               The check value starts from the check value of
      *               the record before and folds in every byte of
      *               this record up to and including its sequence
      *               number (h = h * 257 + byte + 1, modulo the prime
      *               999999937), so changing any byte of a record, or
      *               taking one out of the middle of the trail, no
      *               longer chains.  No I/O here: it is CALLed from
      *               batch and from CICS alike.
      * Tectonics   : cobc -c
      * Mod history :
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CXCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * CHECK VALUE WORK -- the record is folded in one byte at a     *
      * time.  Each byte is dropped into the low half of a halfword   *
      * so it can be read back as its binary value.                   *
      *---------------------------------------------------------------*
       01  QA-CHK-WORK.
           05  QA-CHK-POS               PIC 9(04) COMP VALUE ZERO.
           05  QA-CHK-CHAINED-LEN       PIC 9(04) COMP VALUE 115.
           05  QA-CHK-HASH              PIC 9(09) COMP VALUE ZERO.
           05  QA-CHK-PRODUCT           PIC 9(12) COMP VALUE ZERO.
           05  QA-CHK-QUOTIENT          PIC 9(12) COMP VALUE ZERO.
           05  QA-CHK-MODULUS           PIC 9(09) COMP
                                        VALUE 999999937.

       01  QA-BYTE-WORK.
           05  QA-BYTE-HIGH             PIC X(01) VALUE LOW-VALUE.
           05  QA-BYTE-CHAR             PIC X(01) VALUE LOW-VALUE.
       01  QA-BYTE-VALUE REDEFINES QA-BYTE-WORK
                                        PIC 9(04) COMP.

      *---------------------------------------------------------------*
      * THE RECORD'S DATE/TIME STAMP, FOR THE ORDER CHECK             *
      *---------------------------------------------------------------*
       01  QA-REC-STAMP.
           05  QA-REC-DATE              PIC X(10).
           05  QA-REC-TIME              PIC X(08).

       01  QA-REC-SEQ-NO                PIC 9(09) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-CHK-FUNCTION              PIC X(01).
           88  LK-CHK-FN-LOAD               VALUE 'L'.
           88  LK-CHK-FN-SEAL               VALUE 'S'.
           88  LK-CHK-FN-VERIFY             VALUE 'V'.
           COPY QG1WACH.
           COPY QG1WAUD.
       01  LK-CHK-RETURN-CODE           PIC S9(04) COMP.

       PROCEDURE DIVISION USING LK-CHK-FUNCTION
                                QG1-AUDIT-CHAIN-STATE
                                QG1-AUDIT-RECORD
                                LK-CHK-RETURN-CODE.
      *=================================================================
      * 0000-MAINLINE                                                  *
      *=================================================================
       0000-MAINLINE.
           MOVE ZERO TO LK-CHK-RETURN-CODE

           IF NOT QG1-ACH-CHAIN-STARTED
               SET QG1-ACH-CHAIN-NOT-STARTED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN LK-CHK-FN-LOAD
                   PERFORM 2000-LOAD-STATE THRU 2000-LOAD-STATE-EXIT
               WHEN LK-CHK-FN-SEAL
                   PERFORM 3000-SEAL-RECORD THRU 3000-SEAL-RECORD-EXIT
               WHEN LK-CHK-FN-VERIFY
                   PERFORM 4000-VERIFY-RECORD THRU
                           4000-VERIFY-RECORD-EXIT
               WHEN OTHER
                   MOVE 16 TO LK-CHK-RETURN-CODE
           END-EVALUATE.

       0000-MAINLINE-EXIT.
           GOBACK.

      *=================================================================
      * 1000-COMPUTE-CHECK -- QA-CHK-HASH starts as the check value of *
      * the record before and ends as this record's check value.       *
      *=================================================================
       1000-COMPUTE-CHECK.
           PERFORM 1100-FOLD-ONE-BYTE THRU 1100-FOLD-ONE-BYTE-EXIT
               VARYING QA-CHK-POS FROM 1 BY 1
               UNTIL QA-CHK-POS > QA-CHK-CHAINED-LEN.

       1000-COMPUTE-CHECK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-FOLD-ONE-BYTE
      *-----------------------------------------------------------------
       1100-FOLD-ONE-BYTE.
           MOVE QG1-AUDIT-RECORD (QA-CHK-POS:1) TO QA-BYTE-CHAR

           COMPUTE QA-CHK-PRODUCT =
               QA-CHK-HASH * 257 + QA-BYTE-VALUE + 1

           DIVIDE QA-CHK-PRODUCT BY QA-CHK-MODULUS
               GIVING QA-CHK-QUOTIENT REMAINDER QA-CHK-HASH.

       1100-FOLD-ONE-BYTE-EXIT.
           EXIT.

      *=================================================================
      * 2000-LOAD-STATE -- the last record on the trail becomes the    *
      * state.  A trail that ends in unsequenced records (or is empty, *
      * and so never gets here) starts a fresh chain.                  *
      *=================================================================
       2000-LOAD-STATE.
           IF QG1-AUD-SEQ-NO NOT NUMERIC
               GO TO 2000-LOAD-STATE-EXIT
           END-IF

           IF QG1-AUD-SEQ-NO = ZERO
               GO TO 2000-LOAD-STATE-EXIT
           END-IF

           PERFORM 5000-ADVANCE-STATE THRU 5000-ADVANCE-STATE-EXIT.

       2000-LOAD-STATE-EXIT.
           EXIT.

      *=================================================================
      * 3000-SEAL-RECORD -- next sequence number, then the check value *
      * over everything up to and including it.                        *
      *=================================================================
       3000-SEAL-RECORD.
           IF NOT QG1-ACH-CHAIN-STARTED
               MOVE ZERO TO QG1-ACH-LAST-SEQ-NO
               MOVE ZERO TO QG1-ACH-LAST-CHECK-VALUE
           END-IF

           COMPUTE QG1-AUD-SEQ-NO = QG1-ACH-LAST-SEQ-NO + 1

           MOVE QG1-ACH-LAST-CHECK-VALUE TO QA-CHK-HASH
           PERFORM 1000-COMPUTE-CHECK THRU 1000-COMPUTE-CHECK-EXIT
           MOVE QA-CHK-HASH TO QG1-AUD-CHECK-VALUE

           PERFORM 5000-ADVANCE-STATE THRU 5000-ADVANCE-STATE-EXIT.

       3000-SEAL-RECORD-EXIT.
           EXIT.

      *=================================================================
      * 4000-VERIFY-RECORD -- what this record says against the chain  *
      * so far.  See QG1WACH for the findings.                         *
      *=================================================================
       4000-VERIFY-RECORD.
           SET QG1-ACH-CHAINS         TO TRUE
           SET QG1-ACH-STAMP-IN-ORDER TO TRUE
           MOVE ZERO TO QG1-ACH-EXPECTED-SEQ-NO

           MOVE ZERO TO QA-REC-SEQ-NO
           IF QG1-AUD-SEQ-NO NUMERIC
               MOVE QG1-AUD-SEQ-NO TO QA-REC-SEQ-NO
           END-IF

           IF QA-REC-SEQ-NO = ZERO
               IF QG1-ACH-CHAIN-STARTED
                   SET QG1-ACH-NOT-SEQUENCED TO TRUE
               ELSE
                   SET QG1-ACH-UNCHAINED TO TRUE
               END-IF
               GO TO 4000-VERIFY-RECORD-EXIT
           END-IF

           MOVE QG1-AUD-RUN-DATE TO QA-REC-DATE
           MOVE QG1-AUD-RUN-TIME TO QA-REC-TIME
           IF QG1-ACH-CHAIN-STARTED
              AND QA-REC-STAMP < QG1-ACH-LAST-STAMP
               SET QG1-ACH-STAMP-EARLIER TO TRUE
           END-IF

           IF NOT QG1-ACH-CHAIN-STARTED
               MOVE ZERO TO QG1-ACH-LAST-SEQ-NO
               MOVE ZERO TO QG1-ACH-LAST-CHECK-VALUE
           END-IF

           COMPUTE QG1-ACH-EXPECTED-SEQ-NO = QG1-ACH-LAST-SEQ-NO + 1

           EVALUATE TRUE
               WHEN NOT QG1-ACH-CHAIN-STARTED
                AND QA-REC-SEQ-NO NOT = 1
                   SET QG1-ACH-ANCHORED TO TRUE
               WHEN QA-REC-SEQ-NO > QG1-ACH-EXPECTED-SEQ-NO
                   SET QG1-ACH-GAP TO TRUE
               WHEN QA-REC-SEQ-NO < QG1-ACH-EXPECTED-SEQ-NO
                   SET QG1-ACH-OUT-OF-SEQUENCE TO TRUE
               WHEN OTHER
                   MOVE QG1-ACH-LAST-CHECK-VALUE TO QA-CHK-HASH
                   PERFORM 1000-COMPUTE-CHECK THRU
                           1000-COMPUTE-CHECK-EXIT
                   IF QG1-AUD-CHECK-VALUE NOT NUMERIC
                       SET QG1-ACH-BREAK TO TRUE
                   ELSE
                       IF QA-CHK-HASH NOT = QG1-AUD-CHECK-VALUE
                           SET QG1-ACH-BREAK TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE

           PERFORM 5000-ADVANCE-STATE THRU 5000-ADVANCE-STATE-EXIT.

       4000-VERIFY-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-ADVANCE-STATE -- the record just sealed, loaded or
      * verified is now the last one on the chain.
      *-----------------------------------------------------------------
       5000-ADVANCE-STATE.
           SET QG1-ACH-CHAIN-STARTED TO TRUE
           MOVE QG1-AUD-SEQ-NO      TO QG1-ACH-LAST-SEQ-NO
           MOVE ZERO                TO QG1-ACH-LAST-CHECK-VALUE
           IF QG1-AUD-CHECK-VALUE NUMERIC
               MOVE QG1-AUD-CHECK-VALUE TO QG1-ACH-LAST-CHECK-VALUE
           END-IF
           MOVE QG1-AUD-RUN-DATE    TO QG1-ACH-LAST-DATE
           MOVE QG1-AUD-RUN-TIME    TO QG1-ACH-LAST-TIME.

       5000-ADVANCE-STATE-EXIT.
           EXIT.
       END PROGRAM QG1CXCHK.
