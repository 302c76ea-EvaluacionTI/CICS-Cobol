      ******************************************************************
      * Copybook   : QG1WCHG
      * Author     : D. Salas
      * Date       : 10/15/2026
      * Purpose    : CHGEXT chargeback extract record, fixed length
      *              80, written by QG1CX021 for the billing load.
      *              One batch per billing month: a type H header,
      *              one type D record per department per charge
      *              code, and a type T trailer carrying the record
      *              count and the amount total the load proves.  The
      *              charge code is the request type (I, D, A, M or
      *              P) for the calculation charge, or R for the
      *              recycled-request surcharge; the quantity is the
      *              number of requests charged under it.
      * Mod history:
      *  10/15/2026 DS  Initial version.
      ******************************************************************
       01  QG1-CHGEXT-RECORD.
           05  QG1-CHX-REC-TYPE         PIC X(01).
               88  QG1-CHX-HEADER           VALUE 'H'.
               88  QG1-CHX-DETAIL           VALUE 'D'.
               88  QG1-CHX-TRAILER          VALUE 'T'.
           05  QG1-CHX-DETAIL-AREA.
               10  QG1-CHX-BILL-MONTH   PIC X(07).
               10  QG1-CHX-DEPARTMENT   PIC X(08).
               10  QG1-CHX-COST-CENTER  PIC X(10).
               10  QG1-CHX-CHARGE-CODE  PIC X(01).
                   88  QG1-CHX-SURCHARGE    VALUE 'R'.
               10  QG1-CHX-QUANTITY     PIC 9(07).
               10  QG1-CHX-AMOUNT       PIC 9(09)V99.
               10  FILLER               PIC X(35).
           05  QG1-CHX-HEADER-AREA REDEFINES QG1-CHX-DETAIL-AREA.
               10  QG1-CHX-HDR-BILL-MONTH
                                        PIC X(07).
               10  QG1-CHX-HDR-SOURCE   PIC X(08).
               10  QG1-CHX-HDR-CREATE-DATE
                                        PIC X(10).
               10  FILLER               PIC X(54).
           05  QG1-CHX-TRAILER-AREA REDEFINES QG1-CHX-DETAIL-AREA.
               10  QG1-CHX-TRL-REC-COUNT
                                        PIC 9(07).
               10  QG1-CHX-TRL-DEPT-COUNT
                                        PIC 9(05).
               10  QG1-CHX-TRL-QUANTITY PIC 9(09).
               10  QG1-CHX-TRL-AMOUNT   PIC 9(11)V99.
               10  FILLER               PIC X(45).
