000700* A SHEET WHOSE HEADER DOES NOT VALIDATE, OR WHOSE ROWS DO NOT   *
000800* MATCH ITS COUNT, IS REFUSED WHOLE - NO ANONYMOUS GRADE EVER    *
000900* REACHES GRDFILE AGAIN.                                         *
000910* A SHEET PRE-FILLED BY GSHPREP ALSO NAMES ITS SECTION; A SHEET  *
000920* BUILT BY HAND LEAVES THE SECTION BLANK AND COVERS EVERY        *
000930* SECTION OF THE SUBJECT ASSIGNED TO ITS FACULTY IN THE TERM.    *
000940* A ROW FOR A STUDENT NOT ENROLLED IN THE SUBJECT FOR THE TERM,  *
000950* OR STILL WITHOUT A GRADE, IS REFUSED ON ITS OWN.               *
001000*================================================================*
001100 01  GRADE-SHEET-RECORD.
001200     05  GSH-REC-TYPE                PIC X(01).
001800         10  GSH-HDR-SUBJ-CODE       PIC X(06).
001900         10  GSH-HDR-TERM            PIC X(06).
002000         10  GSH-HDR-REC-COUNT       PIC 9(05).
002100         10  GSH-HDR-SECTION         PIC X(03).
002110         10  FILLER                  PIC X(01).
002200     05  GSH-DETAIL-DATA REDEFINES GSH-DATA.
002300         10  GSH-DET-STU-NUMBER      PIC 9(09).
002400         10  GSH-DET-GRADE           PIC 999.
