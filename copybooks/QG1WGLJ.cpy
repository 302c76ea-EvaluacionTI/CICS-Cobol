      ******************************************************************
      * Copybook   : QG1WGLJ
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : GLJRNL general-ledger journal interface record,
      *              fixed length 120, written by QG1CX020 for the
      *              ledger load.  One batch per run: a type H header
      *              naming the posting date, one type D entry per
      *              journal line, and a type T trailer carrying the
      *              entry counts and the debit and credit totals the
      *              load proves before it posts anything.  Amounts
      *              are unsigned - QG1-GLJ-DR-CR says which side.
      *              An ordinary result is one debit and one credit
      *              entry; an allocation is one credit for the whole
      *              amount and one debit per share, numbered in
      *              QG1-GLJ-SHARE-NUM of QG1-GLJ-SHARE-WAYS.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      *  10/15/2026 DS  QG1-GLJ-ENTRY-KIND, carved from the detail
      *                 filler, marks the entries that reverse a
      *                 result taken off the books on QREV or by
      *                 QG1CX022 (R); the sides are the original's
      *                 swapped.  Record length unchanged.
      ******************************************************************
       01  QG1-GLJRNL-RECORD.
           05  QG1-GLJ-REC-TYPE         PIC X(01).
               88  QG1-GLJ-HEADER           VALUE 'H'.
               88  QG1-GLJ-DETAIL           VALUE 'D'.
               88  QG1-GLJ-TRAILER          VALUE 'T'.
           05  QG1-GLJ-DETAIL-AREA.
               10  QG1-GLJ-ENTRY-NO     PIC 9(07).
               10  QG1-GLJ-ACCOUNT      PIC X(10).
               10  QG1-GLJ-COST-CENTER  PIC X(10).
               10  QG1-GLJ-DR-CR        PIC X(01).
                   88  QG1-GLJ-DEBIT        VALUE 'D'.
                   88  QG1-GLJ-CREDIT       VALUE 'C'.
               10  QG1-GLJ-AMOUNT       PIC 9(13)V99.
               10  QG1-GLJ-REQ-ID       PIC X(06).
               10  QG1-GLJ-REQ-TYPE     PIC X(01).
               10  QG1-GLJ-DEPARTMENT   PIC X(08).
               10  QG1-GLJ-SHARE-NUM    PIC 9(04).
               10  QG1-GLJ-SHARE-WAYS   PIC 9(04).
               10  QG1-GLJ-SOURCE-ID    PIC X(06).
               10  QG1-GLJ-DESCRIPTION  PIC X(30).
               10  QG1-GLJ-ENTRY-KIND   PIC X(01).
                   88  QG1-GLJ-ORIGINAL     VALUE SPACE.
                   88  QG1-GLJ-REVERSING    VALUE 'R'.
               10  FILLER               PIC X(16).
           05  QG1-GLJ-HEADER-AREA REDEFINES QG1-GLJ-DETAIL-AREA.
               10  QG1-GLJ-HDR-SOURCE   PIC X(08).
               10  QG1-GLJ-HDR-POST-DATE
                                        PIC X(10).
               10  QG1-GLJ-HDR-CREATE-DATE
                                        PIC X(10).
               10  QG1-GLJ-HDR-CREATE-TIME
                                        PIC X(08).
               10  FILLER               PIC X(83).
           05  QG1-GLJ-TRAILER-AREA REDEFINES QG1-GLJ-DETAIL-AREA.
               10  QG1-GLJ-TRL-ENTRY-COUNT
                                        PIC 9(07).
               10  QG1-GLJ-TRL-DEBIT-COUNT
                                        PIC 9(07).
               10  QG1-GLJ-TRL-CREDIT-COUNT
                                        PIC 9(07).
               10  QG1-GLJ-TRL-DEBIT-TOTAL
                                        PIC 9(15)V99.
               10  QG1-GLJ-TRL-CREDIT-TOTAL
                                        PIC 9(15)V99.
               10  QG1-GLJ-TRL-RESULT-COUNT
                                        PIC 9(07).
               10  FILLER               PIC X(57).
