000980*                   EXISTING CLUSTERS AND BACKUP GENERATIONS     *
000990*                   ARE REBUILT BY THE ONE-TIME CONVERSION       *
000991*                   (STUCONV, SEE BUSTUCNV).                     *
000992*   2026-10-15  MC  ADDED THE GRADUATION BLOCK - STATUS, TERM    *
000993*                   AND LATIN HONOR - SET BY THE GRADUATION      *
000994*                   CLEARANCE RUN (GRADCLR).  SPACES MEAN NOT    *
000995*                   GRADUATED.  RECORD LENGTH 307->315; EXISTING *
000996*                   CLUSTERS, BACKUP GENERATIONS AND THE HISTORY *
000997*                   FILE ARE WIDENED BY THE ONE-TIME CONVERSION  *
000998*                   (STUGCONV, SEE BUSTUGCV).                    *
001000*================================================================*
001100 01  STUDENT-RECORD.
001200     05  STU-NUMBER                  PIC 9(09).
002700         10  STU-ACT-SEMESTER        PIC X(06).
002800         10  STU-ACT-POINTS          PIC 9(03)V99.
002900     05  STU-TOTAL-POINTS            PIC 9(05)V99.
003000     05  STU-GRAD-DATA.
003100         10  STU-GRAD-STATUS         PIC X(01).
003200             88  STU-GRADUATED           VALUE "G".
003300         10  STU-GRAD-TERM           PIC X(06).
003400         10  STU-GRAD-HONOR          PIC X(01).
003500             88  STU-HONOR-SUMMA         VALUE "S".
003600             88  STU-HONOR-MAGNA         VALUE "M".
003700             88  STU-HONOR-CUM-LAUDE     VALUE "C".
