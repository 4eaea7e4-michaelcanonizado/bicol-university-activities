000100*================================================================*
000200* SCHFMT.CPY                                                     *
000300* SHARED SCHEDULE-FORMATTING PARAGRAPH, COPIED INTO THE          *
000400* PROCEDURE DIVISION OF ANY PROGRAM THAT PRINTS A SECTION'S      *
000500* MEETING, SO EVERY REPORT SHOWS THE STRUCTURED DAYS AND TIMES   *
000600* THE WAY THE COUNTER HAS ALWAYS WRITTEN THEM: THE DAY LETTERS   *
000700* RUN TOGETHER (M T W TH F S SU), A SPACE, THEN HHMM-HHMM.  A    *
000800* SECTION WITH NO MEETING DAYS PRINTS AS "TBA".                  *
000900*                                                                *
001000* THE CALLING PROGRAM MUST:                                      *
001100*   - COPY SCHWREC.CPY INTO WORKING-STORAGE                      *
001200*   - MOVE SEC-MEETING TO WS-SCH-MEETING                         *
001300*   - PERFORM 8500-FORMAT-SCHEDULE THRU 8500-EXIT AND PICK UP    *
001400*     WS-PRINT-SCHEDULE                                          *
001500*================================================================*
001600 8500-FORMAT-SCHEDULE.
001700     MOVE SPACES TO WS-PRINT-SCHEDULE WS-SCH-DAY-TEXT.
001800     IF WS-SCH-DAYS = SPACES
001900         MOVE "TBA" TO WS-PRINT-SCHEDULE
002000         GO TO 8500-EXIT
002100     END-IF.
002200     MOVE 1 TO WS-SCH-PTR.
002300     PERFORM 8510-ADD-ONE-DAY THRU 8510-EXIT
002400         VARYING WS-SCH-DAY-SUB FROM 1 BY 1
002500         UNTIL WS-SCH-DAY-SUB > 7.
002600     STRING WS-SCH-DAY-TEXT DELIMITED BY SPACE
002700            " "             DELIMITED BY SIZE
002800            WS-SCH-START    DELIMITED BY SIZE
002900            "-"             DELIMITED BY SIZE
003000            WS-SCH-END      DELIMITED BY SIZE
003100            INTO WS-PRINT-SCHEDULE.
003200 8500-EXIT.
003300     EXIT.
003400
003500 8510-ADD-ONE-DAY.
003600     IF WS-SCH-DAY(WS-SCH-DAY-SUB) NOT = SPACE
003700         STRING WS-SCH-DAY-NAME(WS-SCH-DAY-SUB) DELIMITED BY SPACE
003800             INTO WS-SCH-DAY-TEXT WITH POINTER WS-SCH-PTR
003900     END-IF.
004000 8510-EXIT.
004100     EXIT.
