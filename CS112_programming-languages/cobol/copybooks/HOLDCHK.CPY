000100*================================================================*
000200* HOLDCHK.CPY                                                    *
000300* SHARED HOLD CHECK, COPIED INTO THE PROCEDURE DIVISION OF ANY   *
000400* PROGRAM THAT MUST REFUSE A STUDENT WITH AN OPEN HOLD, SO EVERY *
000500* COUNTER IN THIS SYSTEM NAMES THE SAME HOLD AND THE SAME        *
000600* OFFICE.  POSITIONS ON THE STUDENT'S FIRST HOLD-MASTER ROW AND  *
000700* READS FORWARD WHILE THE STUDENT NUMBER HOLDS; THE FIRST ROW    *
000800* WITH NO LIFTED DATE IS THE HOLD REPORTED.  A MISSING HOLD      *
000900* MASTER MEANS NO HOLDS.                                         *
001000*                                                                *
001100* THE CALLING PROGRAM MUST:                                      *
001200*   - SELECT HOLD-MASTER (HOLDMAST) INDEXED, ACCESS DYNAMIC,     *
001300*     RECORD KEY HLD-KEY, WITH COPY HOLDREC IN ITS FD, AND OPEN  *
001400*     IT INPUT                                                   *
001500*   - COPY HOLDWREC.CPY INTO WORKING-STORAGE                     *
001600*   - LOAD WS-HOLD-STU-NUMBER                                    *
001700*   - PERFORM 8300-CHECK-HOLDS THRU 8300-EXIT AND TEST           *
001800*     WS-HOLD-FOUND; WS-HOLD-REASON CARRIES THE REFUSAL TEXT     *
001900*================================================================*
002000 8300-CHECK-HOLDS.
002100     MOVE "N"    TO WS-HOLD-FOUND-SW.
002200     MOVE "N"    TO WS-HOLD-SCAN-SW.
002300     MOVE SPACES TO WS-HOLD-TYPE WS-HOLD-OFFICE WS-HOLD-REASON.
002400     MOVE WS-HOLD-STU-NUMBER TO HLD-STU-NUMBER.
002500     MOVE LOW-VALUES         TO HLD-TYPE.
002600     START HOLD-MASTER KEY NOT < HLD-KEY
002700         INVALID KEY
002800             GO TO 8300-EXIT
002900     END-START.
003000     PERFORM 8310-SCAN-ONE-HOLD THRU 8310-EXIT
003100         UNTIL WS-HOLD-SCAN-DONE.
003200     IF WS-HOLD-FOUND
003300         STRING "ON HOLD ("      DELIMITED BY SIZE
003400                WS-HOLD-TYPE     DELIMITED BY SIZE
003500                ") - SEE "       DELIMITED BY SIZE
003600                WS-HOLD-OFFICE   DELIMITED BY SPACE
003700                INTO WS-HOLD-REASON
003800     END-IF.
003900 8300-EXIT.
004000     EXIT.
004100
004200 8310-SCAN-ONE-HOLD.
004300     READ HOLD-MASTER NEXT
004400         AT END
004500             SET WS-HOLD-SCAN-DONE TO TRUE
004600             GO TO 8310-EXIT
004700     END-READ.
004800     IF HLD-STU-NUMBER NOT = WS-HOLD-STU-NUMBER
004900         SET WS-HOLD-SCAN-DONE TO TRUE
005000         GO TO 8310-EXIT
005100     END-IF.
005200     IF HLD-OPEN
005300         SET WS-HOLD-FOUND     TO TRUE
005400         SET WS-HOLD-SCAN-DONE TO TRUE
005500         MOVE HLD-TYPE         TO WS-HOLD-TYPE
005600         MOVE HLD-OFFICE       TO WS-HOLD-OFFICE
005700     END-IF.
005800 8310-EXIT.
005900     EXIT.
