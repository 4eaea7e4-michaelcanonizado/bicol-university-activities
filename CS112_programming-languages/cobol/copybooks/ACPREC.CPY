000100*================================================================*
000200* ACPREC.CPY                                                     *
000300* ACTIVITY-POSTING RECORD - ONE BATCH PER ATTENDANCE SHEET A     *
000400* CLUB MODERATOR HANDS IN: A HEADER NAMING THE MODERATOR (A      *
000500* FACULTY ID, VALIDATED AGAINST FACMAST), THE ACTIVITY CODE      *
000600* (ACTMAST), THE TERM (TERMMAST) AND THE ROW COUNT, FOLLOWED BY  *
000700* ONE DETAIL PER STUDENT WITH THE POINTS EARNED.  A BATCH WHOSE  *
000800* HEADER DOES NOT VALIDATE, OR WHOSE ROWS DO NOT MATCH ITS       *
000900* COUNT, IS REFUSED WHOLE - THE SAME RULE AS THE GRADE SHEETS.   *
001000*================================================================*
001100 01  ACTIVITY-POSTING-RECORD.
001200     05  ACP-REC-TYPE                PIC X(01).
001300         88  ACP-HEADER                  VALUE "H".
001400         88  ACP-DETAIL                  VALUE "D".
001500     05  ACP-DATA                    PIC X(27).
001600     05  ACP-HEADER-DATA REDEFINES ACP-DATA.
001700         10  ACP-HDR-MODERATOR       PIC X(06).
001800         10  ACP-HDR-ACT-CODE        PIC X(06).
001900         10  ACP-HDR-TERM            PIC X(06).
002000         10  ACP-HDR-REC-COUNT       PIC 9(05).
002100         10  FILLER                  PIC X(04).
002200     05  ACP-DETAIL-DATA REDEFINES ACP-DATA.
002300         10  ACP-DET-STU-NUMBER      PIC 9(09).
002400         10  ACP-DET-POINTS          PIC 9(03)V99.
002500         10  FILLER                  PIC X(13).
