000100*================================================================*
000200* STSREC.CPY                                                     *
000300* ENROLLMENT-STATISTICS SUBMISSION RECORD - THE FIXED-FORMAT     *
000400* FILE SENT TO THE COMMISSION ON HIGHER EDUCATION EACH TERM, IN  *
000500* THE SAME HEADER/DETAIL/TRAILER SHAPE AS THE OTHER INTERFACE    *
000600* FILES (ELIGREC, BILLREC): ONE HEADER ROW (RUN DATE, TERM AND   *
000700* THE TERM'S START DATE, WHICH AGES ARE TAKEN AS OF), ONE DETAIL *
000800* ROW PER TABLE CELL (TABLE, CATEGORY, AND THE MALE, FEMALE,     *
000900* SEX-NOT-STATED AND TOTAL HEADCOUNTS), AND ONE TRAILER ROW WITH *
001000* THE DETAIL-ROW COUNT, THE TERM HEADCOUNT AND THE HASH TOTAL OF *
001100* THE COUNTED STUDENT NUMBERS.                                   *
001200*                                                                *
001300* TABLES: "ALL " (THE TERM HEADCOUNT), "AGE " (AGE BANDS),       *
001400* "LOAD" (UNITS-LOAD BANDS), "TYPE" (NEW / CONTINUING).          *
001500*================================================================*
001600 01  STATS-SUBMISSION-RECORD.
001700     05  STS-REC-TYPE                PIC X(01).
001800         88  STS-HEADER                  VALUE "H".
001900         88  STS-DETAIL                  VALUE "D".
002000         88  STS-TRAILER                 VALUE "T".
002100     05  STS-DATA                    PIC X(40).
002200     05  STS-HEADER-DATA REDEFINES STS-DATA.
002300         10  STS-HDR-RUN-DATE        PIC 9(08).
002400         10  STS-HDR-TERM            PIC X(06).
002500         10  STS-HDR-TERM-START      PIC 9(08).
002600         10  FILLER                  PIC X(18).
002700     05  STS-DETAIL-DATA REDEFINES STS-DATA.
002800         10  STS-DET-TABLE           PIC X(04).
002900         10  STS-DET-CATEGORY        PIC X(08).
003000         10  STS-DET-MALE            PIC 9(07).
003100         10  STS-DET-FEMALE          PIC 9(07).
003200         10  STS-DET-NOT-STATED      PIC 9(07).
003300         10  STS-DET-TOTAL           PIC 9(07).
003400     05  STS-TRAILER-DATA REDEFINES STS-DATA.
003500         10  STS-TRL-REC-COUNT       PIC 9(07).
003600         10  STS-TRL-HEADCOUNT       PIC 9(07).
003700         10  STS-TRL-HASH-TOTAL      PIC 9(13).
003800         10  FILLER                  PIC X(13).
