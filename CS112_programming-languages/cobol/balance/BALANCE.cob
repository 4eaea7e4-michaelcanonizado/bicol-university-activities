002100*                                                                *
002200* MOD-LOG                                                        *
002300*   2026-08-22  MC  ORIGINAL.                                    *
002310*   2026-10-15  MC  PROGRAM TABLE RAISED TO 60 ENTRIES - THE     *
002320*                   SUITE HAS OUTGROWN THE ORIGINAL 30.          *
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. BALANCE.
007600* FOLDED INTO THIS TABLE SO EVERY CHECK WORKS FROM EACH         *
007700* PROGRAM'S MOST RECENT RUN.  CTLFILE IS NEVER SCRATCHED, SO    *
007710* THE TABLE MUST HOLD EVERY PROGRAM THAT HAS EVER WRITTEN A     *
007720* CONTROL ROW - 38 TODAY, WITH HEADROOM.                        *
007800*--------------------------------------------------------------*
007900 01  WS-PROGRAM-COUNT                PIC 99 VALUE ZERO.
008000 01  WS-PROGRAM-TABLE.
008100     05  WS-PGM-ENTRY OCCURS 60 TIMES.
008200         10  WS-PGM-NAME             PIC X(10).
008300         10  WS-PGM-READ             PIC 9(07).
008400         10  WS-PGM-WRITTEN          PIC 9(07).
015400         VARYING WS-SUB FROM 1 BY 1
015500         UNTIL WS-SUB > WS-PROGRAM-COUNT.
015600     IF NOT WS-FOUND-A
015700         IF WS-PROGRAM-COUNT < 60
015800             ADD 1 TO WS-PROGRAM-COUNT
015900             MOVE CTL-PROGRAM      TO
016000                 WS-PGM-NAME(WS-PROGRAM-COUNT)
