000100*================================================================*
000200* BADJREC.CPY                                                    *
000300* BILLING ADJUSTMENT INTERFACE RECORD - THE SUPPLEMENTAL FILE    *
000400* ACCOUNTING LOADS AFTER THE TERM'S TUITION BILLING FILE         *
000500* (BILLREC), IN THE SAME HEADER/DETAIL/TRAILER SHAPE: ONE HEADER *
000600* ROW (RUN DATE, TERM, AND THE RUN DATE OF THE ASSESSMENT THE    *
000700* ADJUSTMENTS ARE AGAINST), ONE DETAIL ROW PER REPRICED STUDENT  *
000800* (NUMBER, NAME, UNITS LAST BILLED, UNITS NOW CARRIED, DEBIT OR  *
000900* CREDIT AND ITS AMOUNT, AND THE STUDENT'S NEW TERM TOTAL), AND  *
001000* ONE TRAILER ROW WITH THE RECORD COUNT, THE HASH TOTAL OF       *
001100* STUDENT NUMBERS, AND THE DEBIT AND CREDIT TOTALS.              *
001200*================================================================*
001300 01  BILL-ADJUST-RECORD.
001400     05  BAJ-REC-TYPE                PIC X(01).
001500         88  BAJ-HEADER                  VALUE "H".
001600         88  BAJ-DETAIL                  VALUE "D".
001700         88  BAJ-TRAILER                 VALUE "T".
001800     05  BAJ-DATA                    PIC X(66).
001900     05  BAJ-HEADER-DATA REDEFINES BAJ-DATA.
002000         10  BAJ-HDR-RUN-DATE        PIC 9(08).
002100         10  BAJ-HDR-TERM            PIC X(06).
002200         10  BAJ-HDR-ASSESS-DATE     PIC 9(08).
002300         10  FILLER                  PIC X(44).
002400     05  BAJ-DETAIL-DATA REDEFINES BAJ-DATA.
002500         10  BAJ-DET-STU-NUMBER      PIC 9(09).
002600         10  BAJ-DET-STU-NAME        PIC X(26).
002700         10  BAJ-DET-OLD-UNITS       PIC 9(03)V9.
002800         10  BAJ-DET-NEW-UNITS       PIC 9(03)V9.
002900         10  BAJ-DET-DR-CR           PIC X(01).
003000             88  BAJ-DET-DEBIT           VALUE "D".
003100             88  BAJ-DET-CREDIT          VALUE "C".
003200         10  BAJ-DET-AMOUNT          PIC 9(07)V99.
003300         10  BAJ-DET-NEW-TOTAL       PIC 9(07)V99.
003400         10  FILLER                  PIC X(04).
003500     05  BAJ-TRAILER-DATA REDEFINES BAJ-DATA.
003600         10  BAJ-TRL-REC-COUNT       PIC 9(07).
003700         10  BAJ-TRL-HASH-TOTAL      PIC 9(13).
003800         10  BAJ-TRL-DEBIT-TOTAL     PIC 9(09)V99.
003900         10  BAJ-TRL-CREDIT-TOTAL    PIC 9(09)V99.
004000         10  FILLER                  PIC X(24).
