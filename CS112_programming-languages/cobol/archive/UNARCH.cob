001300*                                                                *
001400* MOD-LOG                                                        *
001500*   2026-08-22  MC  ORIGINAL.                                    *
001510*   2026-10-15  MC  NEW-HISTORY-RECORD WIDENED TO 329 BYTES TO   *
001520*                   MATCH HISTREC (GRADUATION BLOCK).            *
001600*================================================================*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. UNARCH.
005700
005800 FD  NEW-HISTORY-FILE
005900     LABEL RECORDS ARE OMITTED.
006000 01  NEW-HISTORY-RECORD              PIC X(329).
006100
006200 FD  STUDENT-MASTER
006300     LABEL RECORDS ARE STANDARD.
