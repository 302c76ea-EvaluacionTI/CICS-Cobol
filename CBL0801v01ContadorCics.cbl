      *                 the trail became a VSAM ESDS so the QAUD and
      *                 QSUB screens can browse it, and an
      *                 extrapartition TDQ cannot write a cluster.
      *  10/15/2026 DS  The audit entry now goes to AUDITLOG by LINK
      *                 to QG1CXAUC, which gives it the trail's next
      *                 sequence number and chained check value,
      *                 instead of by a file WRITE here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QG1CX032.
               LEADING ==QG1-COM-==      BY ==QG1-PRG-==.

      *---------------------------------------------------------------*
      * SHARED AUDIT LOG RECORD -- added to the AUDITLOG ESDS through *
      * QG1CXAUC, onto the same sequenced trail the batch utilities   *
      * write through QG1CXAUD.                                       *
      *---------------------------------------------------------------*
           COPY QG1WAUD.

       01  WS-ABS-TIME                  PIC S9(15) COMP-3.

      *-----------------------------------------------------------------
      * 6200-WRITE-AUDIT-ENTRY -- add the built audit record to the
      * AUDITLOG ESDS through QG1CXAUC, which seals it onto the chain.
      *-----------------------------------------------------------------
       6200-WRITE-AUDIT-ENTRY.
           EXEC CICS LINK PROGRAM('QG1CXAUC')
               COMMAREA(QG1-AUDIT-RECORD) RESP(WS-RESP)
           END-EXEC.

       6200-WRITE-AUDIT-ENTRY-EXIT.
