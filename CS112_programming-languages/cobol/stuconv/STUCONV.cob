001800*                                                                *
001900* MOD-LOG                                                        *
002000*   2026-09-02  MC  ORIGINAL.                                    *
002010*   2026-10-15  MC  NEW-LAYOUT MASTER AND BACKUP RECORDS SPELLED *
002020*                   OUT AT 307/308 BYTES - STUDREC AND BKPREC    *
002030*                   HAVE SINCE GROWN (SEE STUGCONV).             *
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. STUCONV.
005700     05  OLD-STU-NUMBER              PIC 9(09).
005800     05  FILLER                      PIC X(202).
005900
006000*--------------------------------------------------------------*
006010* NEW-LAYOUT MASTER AND BACKUP ROWS AT THE SIZES THIS           *
006020* CONVERSION PRODUCES (307 AND 308 BYTES) - NOT STUDREC/BKPREC, *
006030* WHICH HAVE GROWN SINCE.  STUGCONV TAKES THEM FROM HERE.       *
006040*--------------------------------------------------------------*
006050 FD  STUDENT-MASTER
006100     LABEL RECORDS ARE STANDARD.
006150 01  STUDENT-RECORD.
006200     05  STU-NUMBER                  PIC 9(09).
006250     05  FILLER                      PIC X(298).
006300
006400*--------------------------------------------------------------*
006500* OLD-LAYOUT BACKUP ROW - BKPREC AS IT WAS BEFORE THE           *
007600
007700 FD  NEW-BACKUP-FILE
007800     LABEL RECORDS ARE OMITTED.
007900 01  BACKUP-RECORD.
007910     05  BKP-REC-TYPE                PIC X(01).
007920     05  BKP-DATA                    PIC X(307).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-FILE-STATUSES.
