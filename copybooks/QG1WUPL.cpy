      ******************************************************************
      * Copybook   : QG1WUPL
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : UPLOAD department request submission record,
      *              fixed length 80, read by the QG1CX025 bulk
      *              loader.  One submission per file: a header (type
      *              H) naming the department, the submission
      *              reference and the userid answerable for it, one
      *              detail (type D) per request, and a trailer (type
      *              T) with the detail count and the totals of the
      *              dividend and divisor columns.  The totals are
      *              hash totals of the eleven keyed digits as they
      *              stand, cents included where the type has them -
      *              the department adds up the columns it sends.
      *              The operands are keyed the QREQ way: eleven
      *              digits, the last two cents except for type I.
      *              A detail with action A is a dated request; a
      *              blank id there asks the loader to assign one.
      *              Action S is a standing request and must carry
      *              its own id ending in 000, a frequency and a
      *              first due date.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-UPLOAD-RECORD.
           05  QG1-UPL-REC-TYPE         PIC X(01).
               88  QG1-UPL-HEADER           VALUE 'H'.
               88  QG1-UPL-DETAIL           VALUE 'D'.
               88  QG1-UPL-TRAILER          VALUE 'T'.
           05  QG1-UPL-DETAIL-AREA.
               10  QG1-UPL-DEPT-REF     PIC X(12).
               10  QG1-UPL-ACTION       PIC X(01).
                   88  QG1-UPL-ADD          VALUE 'A'.
                   88  QG1-UPL-STANDING     VALUE 'S'.
               10  QG1-UPL-REQ-ID       PIC X(06).
               10  QG1-UPL-REQ-TYPE     PIC X(01).
               10  QG1-UPL-DIVIDEND     PIC X(11).
               10  QG1-UPL-DIVISOR      PIC X(11).
               10  QG1-UPL-FREQUENCY    PIC X(01).
               10  QG1-UPL-NEXT-DUE     PIC X(10).
               10  FILLER               PIC X(26).
           05  QG1-UPL-HEADER-AREA REDEFINES QG1-UPL-DETAIL-AREA.
               10  QG1-UPL-HDR-DEPARTMENT
                                        PIC X(08).
               10  QG1-UPL-HDR-SUBMIT-REF
                                        PIC X(10).
               10  QG1-UPL-HDR-SUBMIT-DATE
                                        PIC X(10).
               10  QG1-UPL-HDR-USERID   PIC X(08).
               10  FILLER               PIC X(43).
           05  QG1-UPL-TRAILER-AREA REDEFINES QG1-UPL-DETAIL-AREA.
               10  QG1-UPL-TRL-COUNT    PIC 9(07).
               10  QG1-UPL-TRL-HASH-DVD PIC 9(15).
               10  QG1-UPL-TRL-HASH-DVS PIC 9(15).
               10  FILLER               PIC X(42).
