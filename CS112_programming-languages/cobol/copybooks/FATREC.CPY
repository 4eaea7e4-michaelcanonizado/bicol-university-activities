000100*================================================================*
000200* FATREC.CPY                                                     *
000300* FACULTY-ASSIGNMENT TRANSACTION RECORD - ONE LINE FROM A        *
000400* DEPARTMENT CHAIR'S LOAD SHEET, APPLIED AGAINST THE SECTION-    *
000500* ASSIGNMENT MASTER (SASREC) BY FACASGN.  AN ASSIGN PUTS THE     *
000600* INSTRUCTOR ON THE SECTION FOR THE TERM, REPLACING ANY EARLIER  *
000700* ONE; A REMOVE TAKES THE NAMED INSTRUCTOR OFF.  THE CHAIR MUST  *
000800* BE ON FACMAST.  A ZERO DATE TAKES THE RUN DATE.                *
000900*================================================================*
001000 01  FAC-ASSIGN-TRAN-RECORD.
001100     05  FAT-ACTION                  PIC X(01).
001200         88  FAT-ASSIGN                  VALUE "A".
001300         88  FAT-REMOVE                  VALUE "R".
001400     05  FAT-SUBJ-CODE               PIC X(06).
001500     05  FAT-SECTION                 PIC X(03).
001600     05  FAT-TERM                    PIC X(06).
001700     05  FAT-FAC-ID                  PIC X(06).
001800     05  FAT-CHAIR-ID                PIC X(06).
001900     05  FAT-DATE                    PIC 9(08).
