      ******************************************************************
      * Copybook   : QG1WACK
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : UPLACK upload acknowledgement record, fixed
      *              length 100, written by the QG1CX025 bulk loader
      *              and returned to the submitting department.  A
      *              header (type H) echoes the department and
      *              submission reference and says whether the
      *              submission was processed (A) or rejected whole
      *              (R, with the reason - the trailer did not
      *              balance or the file was not a well-formed
      *              submission); one detail (type D) per request
      *              in submission order, ACCEPTED with the id it
      *              went onto REQMAST under and the status it went
      *              on with (P pending, S standing, W awaiting
      *              approval on QAPR), or REJECTED with the reason;
      *              and a trailer (type T) with the counts.  The
      *              department fixes the rejected lines and sends
      *              them again as a new submission.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-UPLACK-RECORD.
           05  QG1-ACK-REC-TYPE         PIC X(01).
               88  QG1-ACK-HEADER           VALUE 'H'.
               88  QG1-ACK-DETAIL           VALUE 'D'.
               88  QG1-ACK-TRAILER          VALUE 'T'.
           05  QG1-ACK-DETAIL-AREA.
               10  QG1-ACK-LINE-NO      PIC 9(05).
               10  QG1-ACK-DEPT-REF     PIC X(12).
               10  QG1-ACK-REQ-ID       PIC X(06).
               10  QG1-ACK-DISPOSITION  PIC X(01).
                   88  QG1-ACK-ACCEPTED     VALUE 'A'.
                   88  QG1-ACK-REJECTED     VALUE 'R'.
               10  QG1-ACK-RQM-STATUS   PIC X(01).
               10  QG1-ACK-REASON       PIC X(50).
               10  FILLER               PIC X(24).
           05  QG1-ACK-HEADER-AREA REDEFINES QG1-ACK-DETAIL-AREA.
               10  QG1-ACK-HDR-DEPARTMENT
                                        PIC X(08).
               10  QG1-ACK-HDR-SUBMIT-REF
                                        PIC X(10).
               10  QG1-ACK-HDR-RUN-DATE PIC X(10).
               10  QG1-ACK-HDR-RUN-TIME PIC X(08).
               10  QG1-ACK-HDR-DISPOSITION
                                        PIC X(01).
                   88  QG1-ACK-HDR-PROCESSED
                                            VALUE 'A'.
                   88  QG1-ACK-HDR-REJECTED VALUE 'R'.
               10  QG1-ACK-HDR-REASON   PIC X(50).
               10  FILLER               PIC X(12).
           05  QG1-ACK-TRAILER-AREA REDEFINES QG1-ACK-DETAIL-AREA.
               10  QG1-ACK-TRL-READ     PIC 9(07).
               10  QG1-ACK-TRL-ACCEPTED PIC 9(07).
               10  QG1-ACK-TRL-AWAITING PIC 9(07).
               10  QG1-ACK-TRL-REJECTED PIC 9(07).
               10  FILLER               PIC X(71).
