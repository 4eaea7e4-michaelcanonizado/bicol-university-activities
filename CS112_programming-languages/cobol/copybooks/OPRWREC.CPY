000100*================================================================*
000200* OPRWREC.CPY                                                    *
000300* WORKING-STORAGE FIELDS FOR THE SHARED OPERATOR CHECK (SEE      *
000400* OPRCHK.CPY).  THE CALLING PROGRAM LOADS WS-OPR-CHECK-ID AND    *
000500* THE TRANSACTION TYPE, AND PICKS UP WS-OPR-REFUSED AND A        *
000600* READY-MADE REASON TEXT FOR ITS REGISTER LINE ("REJECTED - NOT  *
000700* AUTHORIZED").  THE TYPE CODES ARE THE POSITIONS OF THE         *
000800* AUTHORITY FLAGS IN OPRREC.CPY.                                 *
000900*================================================================*
001000 01  WS-OPR-CHECK-WORK.
001100     05  WS-OPR-CHECK-ID             PIC X(08)   VALUE SPACES.
001200     05  WS-OPR-TRAN-TYPE            PIC 9(01)   VALUE ZERO.
001300         88  WS-OPR-STU-ADD              VALUE 1.
001400         88  WS-OPR-STU-CHANGE           VALUE 2.
001500         88  WS-OPR-STU-DELETE           VALUE 3.
001600         88  WS-OPR-ENR-ADD              VALUE 4.
001700         88  WS-OPR-ENR-DROP             VALUE 5.
001800         88  WS-OPR-GRADE-CORR           VALUE 6.
001900         88  WS-OPR-MERGE                VALUE 7.
002000         88  WS-OPR-OPR-MAINT            VALUE 8.
002100     05  WS-OPR-REFUSED-SW           PIC X(01)   VALUE "N".
002200         88  WS-OPR-REFUSED              VALUE "Y".
002300     05  WS-OPR-REASON               PIC X(26)   VALUE SPACES.
