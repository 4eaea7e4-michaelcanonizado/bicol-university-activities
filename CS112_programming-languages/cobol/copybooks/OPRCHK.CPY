000100*================================================================*
000200* OPRCHK.CPY                                                     *
000300* SHARED OPERATOR CHECK, COPIED INTO THE PROCEDURE DIVISION OF   *
000400* EVERY MAINTENANCE STEP, SO A TRANSACTION IS APPLIED ONLY WHEN  *
000500* THE OPERATOR WHO KEYED IT IS ON OPERATOR-MASTER, STILL ACTIVE, *
000600* AND HOLDS THE AUTHORITY FOR THAT KIND OF TRANSACTION.  A BLANK *
000700* OPERATOR ID IS NOT ON FILE.  A MISSING OPERATOR MASTER REFUSES *
000800* EVERYTHING - NOBODY IS AUTHORIZED UNTIL THE TABLE IS LOADED.   *
000900*                                                                *
001000* THE CALLING PROGRAM MUST:                                      *
001100*   - SELECT OPTIONAL OPERATOR-MASTER (OPRMAST) INDEXED, ACCESS  *
001200*     RANDOM (OR DYNAMIC), RECORD KEY OPR-ID, WITH COPY OPRREC   *
001300*     IN ITS FD, AND OPEN IT INPUT (OR I-O)                      *
001400*   - COPY OPRWREC.CPY INTO WORKING-STORAGE                      *
001500*   - LOAD WS-OPR-CHECK-ID AND WS-OPR-TRAN-TYPE                  *
001600*   - PERFORM 8400-CHECK-OPERATOR THRU 8400-EXIT AND TEST        *
001700*     WS-OPR-REFUSED; WS-OPR-REASON CARRIES THE REFUSAL TEXT     *
001800*================================================================*
001900 8400-CHECK-OPERATOR.
002000     MOVE "Y"    TO WS-OPR-REFUSED-SW.
002100     MOVE "REJECTED - OPR NOT ON FILE" TO WS-OPR-REASON.
002200     IF WS-OPR-CHECK-ID = SPACES
002300         GO TO 8400-EXIT
002400     END-IF.
002500     MOVE WS-OPR-CHECK-ID TO OPR-ID.
002600     READ OPERATOR-MASTER
002700         INVALID KEY
002800             GO TO 8400-EXIT
002900     END-READ.
003000     IF NOT OPR-ACTIVE
003100         MOVE "REJECTED - OPR REVOKED" TO WS-OPR-REASON
003200         GO TO 8400-EXIT
003300     END-IF.
003400     IF NOT OPR-AUTHORIZED (WS-OPR-TRAN-TYPE)
003500         MOVE "REJECTED - NOT AUTHORIZED" TO WS-OPR-REASON
003600         GO TO 8400-EXIT
003700     END-IF.
003800     MOVE "N"    TO WS-OPR-REFUSED-SW.
003900     MOVE SPACES TO WS-OPR-REASON.
004000 8400-EXIT.
004100     EXIT.
