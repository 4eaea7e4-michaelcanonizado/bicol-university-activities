000740*                   AUTOMATIC INCOMPLETE-LAPSE RUN (INCLAPSE),   *
000750*                   SO A LAPSE ON THE AUDIT TRAIL IS NEVER       *
000760*                   MISTAKEN FOR A FACULTY CHANGE.               *
000770*   2026-10-15  MC  ADDED COR-OPERATOR - THE OPERATOR ID THAT    *
000780*                   KEYED THE CORRECTION, CHECKED AGAINST        *
000790*                   OPERATOR-MASTER (RECORD 30->38).             *
000800*================================================================*
000900 01  GRADE-CORR-RECORD.
001000     05  COR-STU-NUMBER              PIC 9(09).
001300     05  COR-OLD-GRADE               PIC 999.
001400     05  COR-NEW-GRADE               PIC 999.
001500     05  COR-REASON-CODE             PIC X(03).
001600     05  COR-OPERATOR                PIC X(08).
