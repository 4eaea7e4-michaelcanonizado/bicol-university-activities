000840*                   AND CONTACT FIELDS ON STUDREC.  GENERATIONS  *
000850*                   WRITTEN BEFORE THE CONVERSION ARE REBUILT BY *
000860*                   STUCONV (SEE BUSTUCNV).                      *
000870*   2026-10-15  MC  BKP-DATA 307->315 FOR THE GRADUATION BLOCK   *
000880*                   ON STUDREC; OLDER GENERATIONS ARE REBUILT BY *
000890*                   STUGCONV (SEE BUSTUGCV).                     *
000900*================================================================*
001000 01  BACKUP-RECORD.
001100     05  BKP-REC-TYPE                PIC X(01).
001200         88  BKP-HEADER                  VALUE "H".
001300         88  BKP-DETAIL                  VALUE "D".
001400         88  BKP-TRAILER                 VALUE "T".
001500     05  BKP-DATA                    PIC X(315).
001600     05  BKP-HEADER-DATA REDEFINES BKP-DATA.
001700         10  BKP-HDR-RUN-DATE        PIC 9(08).
001800         10  BKP-HDR-RUN-TIME        PIC 9(06).
001900         10  FILLER                  PIC X(301).
002000     05  BKP-TRAILER-DATA REDEFINES BKP-DATA.
002100         10  BKP-TRL-REC-COUNT       PIC 9(07).
002200         10  BKP-TRL-HASH-TOTAL      PIC 9(13).
002300         10  FILLER                  PIC X(295).
